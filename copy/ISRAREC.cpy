      *----------------------------------------------------------------
      * ISRA-REG - annual ISR tariff bracket row (ISRANUAL.DAT), the
      * yearly counterpart of ISR-REG with the same fields in the same
      * order and meaning; the amounts carry two more integer digits
      * because annual limits and quotas run past 99,999.99. Rows in
      * ascending ISRA-LIM-INF order, ISRA-TASA with two implied
      * decimals (1088 = 10.88).
      *----------------------------------------------------------------
       01  ISRA-REG.
           02 ISRA-LIM-INF  PIC 9(07)V99 VALUE ZEROES.
           02 ISRA-CUOTA    PIC 9(07)V99 VALUE ZEROES.
           02 ISRA-TASA     PIC 9(02)V99 VALUE ZEROES.
           02 ISRA-SUBSIDIO PIC 9(07)V99 VALUE ZEROES.
