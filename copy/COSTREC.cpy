      *----------------------------------------------------------------
      * COS-REG - employer payroll cost record written by 2PERCLS at
      * period close, one per historized nomina and keyed like
      * HIST-REG by period + nomina: the gross HIST-PERC and the
      * employer contributions computed from the CUOTAS.DAT rates,
      * grouped as IMSS branches, INFONAVIT, SAR and the state payroll
      * tax, with their sum in COS-CUOTAS.
      *----------------------------------------------------------------
       01  COS-REG.
           02 COS-LLAVE.
               03 COS-PERIODO PIC 9(06) VALUE ZEROES.
               03 COS-NOMI    PIC 9(06) VALUE ZEROES.
           02 COS-DEPT      PIC X(20) VALUE SPACES.
           02 COS-PERC      PIC 9(05)V99 VALUE ZEROES.
           02 COS-IMSS      PIC 9(05)V99 VALUE ZEROES.
           02 COS-INFONAVIT PIC 9(05)V99 VALUE ZEROES.
           02 COS-SAR       PIC 9(05)V99 VALUE ZEROES.
           02 COS-ISN       PIC 9(05)V99 VALUE ZEROES.
           02 COS-CUOTAS    PIC 9(06)V99 VALUE ZEROES.
