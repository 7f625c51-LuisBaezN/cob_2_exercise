      *----------------------------------------------------------------
      * DEDH-REG - deduction history line: the DED-REG lines as they
      * stood when 2PERCLS closed the period, keyed by period +
      * nomina + deduction code, so a closed period's itemized
      * deductions (recibo reprints, poliza reruns) never follow later
      * changes to the living DEDUCCION file.
      *----------------------------------------------------------------
       01  DEDH-REG.
           02 DEDH-LLAVE.
               03 DEDH-PERIODO PIC 9(06) VALUE ZEROES.
               03 DEDH-NOMI    PIC 9(06) VALUE ZEROES.
               03 DEDH-COD     PIC X(03) VALUE SPACES.
           02 DEDH-IMPORTE PIC 9(05)V99 VALUE ZEROES.
