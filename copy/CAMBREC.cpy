      *----------------------------------------------------------------
      * CAMB-REG - CLABE change request (CTACAMB file), one per
      * account alta or change captured in 2CTAMNT, keyed by nomina
      * + capture date + time. The request stays pending ("P") with
      * the old and new CLABE and the capturing operator until a
      * different level-3 operator approves it ("A"), which is when
      * the new CLABE reaches CUENTAS, or rejects it ("R"). Until then
      * CUENTAS keeps the last approved account, so the extracts never
      * pay to an unapproved CLABE. At most one request per nomina is
      * pending at a time.
      *----------------------------------------------------------------
       01  CAMB-REG.
           02 CAMB-LLAVE.
               03 CAMB-NOMI     PIC 9(06) VALUE ZEROES.
               03 CAMB-FEC-CAP  PIC 9(08) VALUE ZEROES.
               03 CAMB-HORA-CAP PIC 9(08) VALUE ZEROES.
           02 CAMB-TIPO      PIC X(01) VALUE "C".
               88 CAMB-ALTA VALUE "A".
               88 CAMB-CAMBIO VALUE "C".
           02 CAMB-CLABE-ANT PIC X(18) VALUE SPACES.
           02 CAMB-CLABE-NVA PIC X(18) VALUE SPACES.
           02 CAMB-OPER-CAP  PIC X(08) VALUE SPACES.
           02 CAMB-ESTADO    PIC X(01) VALUE "P".
               88 CAMB-PENDIENTE VALUE "P".
               88 CAMB-AUTORIZADO VALUE "A".
               88 CAMB-RECHAZADO VALUE "R".
           02 CAMB-OPER-AUT  PIC X(08) VALUE SPACES.
           02 CAMB-FEC-AUT   PIC 9(08) VALUE ZEROES.
           02 CAMB-HORA-AUT  PIC 9(08) VALUE ZEROES.
