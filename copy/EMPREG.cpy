      * EMP-STAT is the employment status with its effective date in
      * EMP-FEC-STAT; a baja marks the record inactive instead of
      * deleting it, so the history and the final recibo survive.
      * EMP-GRUPO is the pay group (frequency) the employee is paid
      * in; EMP-PERC and the deduction lines stay monthly figures for
      * every group and are prorated to the frequency at close. A
      * record written before the group existed reads as monthly.
      *----------------------------------------------------------------
       01  EMP-REG.
           02 EMP-NOMI PIC 9(06) VALUE ZEROES.
               88 EMP-BAJA VALUE "B".
               88 EMP-LICENCIA VALUE "L".
           02 EMP-FEC-STAT PIC 9(08) VALUE ZEROES.
           02 EMP-GRUPO PIC X(01) VALUE "M".
               88 EMP-MENSUAL VALUE "M" " ".
               88 EMP-QUINCENAL VALUE "Q".
               88 EMP-SEMANAL VALUE "S".
