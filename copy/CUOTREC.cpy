      *----------------------------------------------------------------
      * CUO-REG - employer contribution rate record (CUOTAS.DAT), one
      * line per contribution branch, maintained through 2CATMNT.
      * CUO-TASA is a percentage of the period's HIST-PERC with four
      * implied decimals (005435 = 0.5435). CUO-TIPO groups the branch
      * on the cost report: "I" IMSS employer branch, "V" INFONAVIT,
      * "S" SAR retirement, "N" state payroll tax (impuesto sobre
      * nomina).
      *----------------------------------------------------------------
       01  CUO-REG.
           02 CUO-COD  PIC X(03) VALUE SPACES.
           02 CUO-DESC PIC X(20) VALUE SPACES.
           02 CUO-TIPO PIC X(01) VALUE SPACES.
               88 CUO-IMSS VALUE "I".
               88 CUO-INFONAVIT VALUE "V".
               88 CUO-SAR VALUE "S".
               88 CUO-ISN VALUE "N".
           02 CUO-TASA PIC 9(02)V9999 VALUE ZEROES.
