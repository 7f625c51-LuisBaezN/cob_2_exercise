      *----------------------------------------------------------------
      * FOL-REG - folio fiscal of a stamped CFDI de nomina, keyed by
      * period + nomina, loaded by 2CFDUUID from the provider's
      * TIMBRES.DAT and printed by 2RECIBOS on the closed period's
      * recibo. A re-stamp replaces the folio of the same key.
      *----------------------------------------------------------------
       01  FOL-REG.
           02 FOL-LLAVE.
               03 FOL-PERIODO PIC 9(06) VALUE ZEROES.
               03 FOL-NOMI    PIC 9(06) VALUE ZEROES.
           02 FOL-UUID      PIC X(36) VALUE SPACES.
           02 FOL-FEC-TIMB  PIC 9(08) VALUE ZEROES.
           02 FOL-FEC-CARGA PIC 9(08) VALUE ZEROES.
