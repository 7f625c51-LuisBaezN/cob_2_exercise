      *----------------------------------------------------------------
      * TIMB-REG - stamping provider's return line (TIMBRES.DAT), one
      * per CFDI de nomina it stamped: the period and nomina we sent
      * in CFDINOM.DAT, the folio fiscal (UUID) the SAT assigned and
      * the stamping date.
      *----------------------------------------------------------------
       01  TIMB-REG.
           02 TIMB-PERIODO  PIC 9(06).
           02 TIMB-NOMI     PIC 9(06).
           02 TIMB-UUID     PIC X(36).
           02 TIMB-FEC-TIMB PIC 9(08).
