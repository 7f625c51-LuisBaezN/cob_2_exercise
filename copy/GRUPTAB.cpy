      *----------------------------------------------------------------
      * GRP-TAB - pay group (frequency) parameters: group code as
      * carried on EMP-GRUPO / CAL-GRUPO, description, days of pay per
      * period on the 30-day month EMP-PERC is quoted in (the period
      * amount is EMP-PERC / 30 * GRP-DIAS, its hours 8 * GRP-DIAS),
      * and the SAT c_PeriodicidadPago key for the CFDI de nomina.
      *----------------------------------------------------------------
       01  GRP-VALORES.
           02 FILLER PIC X(15) VALUE "MMENSUAL   3005".
           02 FILLER PIC X(15) VALUE "QQUINCENAL 1504".
           02 FILLER PIC X(15) VALUE "SSEMANAL   0702".
       01  GRP-TAB REDEFINES GRP-VALORES.
           02 GRP-ENT OCCURS 3 TIMES.
               03 GRP-COD          PIC X(01).
               03 GRP-DESC         PIC X(10).
               03 GRP-DIAS         PIC 9(02).
               03 GRP-PERIODICIDAD PIC X(02).
