      *----------------------------------------------------------------
      * PTM-REG - employee loan master, one loan per nomina, backing
      * the PRE (ABONO PRESTAMO) deduction line. 2PREMNT registers
      * the loan and keeps the PRE line at the installment; 2PERCLS
      * applies the period's PRE line against PTM-SALDO at close,
      * caps the next installment at what is still owed and drops
      * the line when the balance reaches zero. PTM-ULT-PER is the
      * last closed period an installment was applied for.
      *----------------------------------------------------------------
       01  PTM-REG.
           02 PTM-NOMI    PIC 9(06) VALUE ZEROES.
           02 PTM-CAPITAL PIC 9(06)V99 VALUE ZEROES.
           02 PTM-ABONO   PIC 9(05)V99 VALUE ZEROES.
           02 PTM-PER-INI PIC 9(06) VALUE ZEROES.
           02 PTM-SALDO   PIC 9(06)V99 VALUE ZEROES.
           02 PTM-ULT-PER PIC 9(06) VALUE ZEROES.
           02 PTM-FEC-ALTA PIC 9(08) VALUE ZEROES.
           02 PTM-ESTADO  PIC X(01) VALUE "A".
               88 PTM-VIGENTE VALUE "A".
               88 PTM-LIQUIDADO VALUE "L".
               88 PTM-CANCELADO VALUE "C".
