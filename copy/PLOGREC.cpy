      *----------------------------------------------------------------
      * PLOG-REG - poliza export log (POLLOG.DAT), one line appended
      * by 2POLIZA each time a balanced journal is written for a
      * closed period: when, how many lines and the balanced amount.
      * 2PERREAB refuses to reopen a period already posted here.
      *----------------------------------------------------------------
       01  PLOG-REG.
           02 PLOG-PERIODO PIC 9(06) VALUE ZEROES.
           02 PLOG-FECHA   PIC 9(08) VALUE ZEROES.
           02 PLOG-HORA    PIC 9(08) VALUE ZEROES.
           02 PLOG-LINEAS  PIC 9(04) VALUE ZEROES.
           02 PLOG-IMPORTE PIC 9(11)V99 VALUE ZEROES.
