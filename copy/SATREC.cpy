      *----------------------------------------------------------------
      * SAT-REG - SAT catalog mapping row (SATMAP.DAT), one line per
      * payroll concept: SAT-TIPO "P" maps an incidence concept to its
      * c_TipoPercepcion key (SAT-COD blank is the base salary), "O"
      * maps a positive incidence to its c_TipoOtroPago key, "D" maps
      * a deduction code, or a discounting incidence, to its
      * c_TipoDeduccion key. Read by 2CFDEXP for the CFDI export.
      *----------------------------------------------------------------
       01  SAT-REG.
           02 SAT-TIPO  PIC X(01) VALUE SPACES.
           02 SAT-COD   PIC X(03) VALUE SPACES.
           02 SAT-CLAVE PIC X(03) VALUE SPACES.
           02 SAT-DESC  PIC X(20) VALUE SPACES.
