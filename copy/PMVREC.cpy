      *----------------------------------------------------------------
      * PMV-REG - loan movement, one line per installment applied by
      * 2PERCLS at period close, keyed by nomina + period so the loan
      * statement reads a nomina's movements in period order.
      * PMV-SALDO is the balance left after the installment.
      *----------------------------------------------------------------
       01  PMV-REG.
           02 PMV-LLAVE.
               03 PMV-NOMI    PIC 9(06) VALUE ZEROES.
               03 PMV-PERIODO PIC 9(06) VALUE ZEROES.
           02 PMV-ABONO PIC 9(05)V99 VALUE ZEROES.
           02 PMV-SALDO PIC 9(06)V99 VALUE ZEROES.
