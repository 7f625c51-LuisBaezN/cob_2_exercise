      * CAL-REG - payroll calendar record (CALEND.DAT), one line per
      * period in ascending order with its start/end dates, the
      * scheduled pay date and the period state: "C" closed, "A" the
      * single open period of its pay group, "F" future. 2PERCLS only
      * closes the open period (and opens the next of the same
      * group), 2BANKEXT only disburses closed periods and stamps
      * CAL-FEC-PAGO, 2RECIBOS titles from it.
      * CAL-GRUPO is the pay group the period belongs to (blank on
      * lines written before the groups existed: monthly). Each group
      * numbers its periods in its own PP range of the year so a
      * period number alone names one group's run: 01-12 the months,
      * 13-36 the quincenas (PP - 12), 37-88 the weeks (PP - 36).
      *----------------------------------------------------------------
       01  CAL-REG.
           02 CAL-PERIODO  PIC 9(06) VALUE ZEROES.
               88 CAL-CERRADO VALUE "C".
               88 CAL-ABIERTO VALUE "A".
               88 CAL-FUTURO VALUE "F".
           02 CAL-GRUPO    PIC X(01) VALUE "M".
               88 CAL-MENSUAL VALUE "M" " ".
               88 CAL-QUINCENAL VALUE "Q".
               88 CAL-SEMANAL VALUE "S".
