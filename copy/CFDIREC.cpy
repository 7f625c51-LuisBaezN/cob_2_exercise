      *----------------------------------------------------------------
      * CFDI de nomina export (CFDINOM.DAT), 150 bytes per line, for
      * the stamping provider. One "H" header per file with the
      * period, its dates and the pay date; per employee one "E"
      * receptor line followed by its "P" percepcion, "O" otro pago
      * and "D" deduccion lines carrying the SAT catalog key; one "T"
      * trailer with the employee count and the file totals. Amounts
      * carry two implied decimals, days paid three.
      *----------------------------------------------------------------
       01  CFDH-REG.
           02 CFDH-TIPO         PIC X(01) VALUE "H".
           02 CFDH-EMPRESA      PIC X(10) VALUE SPACES.
           02 CFDH-PERIODO      PIC 9(06) VALUE ZEROES.
           02 CFDH-FEC-INI      PIC 9(08) VALUE ZEROES.
           02 CFDH-FEC-FIN      PIC 9(08) VALUE ZEROES.
           02 CFDH-FEC-PAGO     PIC 9(08) VALUE ZEROES.
           02 CFDH-PERIODICIDAD PIC X(02) VALUE "05".
           02 CFDH-FEC-GEN      PIC 9(08) VALUE ZEROES.
           02 FILLER            PIC X(99) VALUE SPACES.
       01  CFDE-REG.
           02 CFDE-TIPO          PIC X(01) VALUE "E".
           02 CFDE-NOMI          PIC 9(06) VALUE ZEROES.
           02 CFDE-NOMB          PIC X(20) VALUE SPACES.
           02 CFDE-RFC           PIC X(13) VALUE SPACES.
           02 CFDE-CURP          PIC X(18) VALUE SPACES.
           02 CFDE-NSS           PIC X(11) VALUE SPACES.
           02 CFDE-FEC-ALTA      PIC 9(08) VALUE ZEROES.
           02 CFDE-TIPO-CONTRATO PIC X(02) VALUE SPACES.
           02 CFDE-TIPO-REGIMEN  PIC X(02) VALUE SPACES.
           02 CFDE-DEPT          PIC X(20) VALUE SPACES.
           02 CFDE-DIAS          PIC 9(03)V9(03) VALUE ZEROES.
           02 CFDE-TOT-PERC      PIC 9(07)V99 VALUE ZEROES.
           02 CFDE-TOT-OTROS     PIC 9(07)V99 VALUE ZEROES.
           02 CFDE-TOT-DEDU      PIC 9(07)V99 VALUE ZEROES.
           02 CFDE-NETO          PIC 9(07)V99 VALUE ZEROES.
           02 FILLER             PIC X(07) VALUE SPACES.
       01  CFDL-REG.
           02 CFDL-TIPO      PIC X(01) VALUE SPACES.
               88 CFDL-PERCEPCION VALUE "P".
               88 CFDL-OTRO-PAGO  VALUE "O".
               88 CFDL-DEDUCCION  VALUE "D".
           02 CFDL-NOMI      PIC 9(06) VALUE ZEROES.
           02 CFDL-CLAVE-SAT PIC X(03) VALUE SPACES.
           02 CFDL-COD       PIC X(03) VALUE SPACES.
           02 CFDL-DESC      PIC X(20) VALUE SPACES.
           02 CFDL-GRAVADO   PIC 9(07)V99 VALUE ZEROES.
           02 CFDL-EXENTO    PIC 9(07)V99 VALUE ZEROES.
           02 FILLER         PIC X(99) VALUE SPACES.
       01  CFDT-REG.
           02 CFDT-TIPO      PIC X(01) VALUE "T".
           02 CFDT-CONT      PIC 9(06) VALUE ZEROES.
           02 CFDT-TOT-PERC  PIC 9(11)V99 VALUE ZEROES.
           02 CFDT-TOT-OTROS PIC 9(11)V99 VALUE ZEROES.
           02 CFDT-TOT-DEDU  PIC 9(11)V99 VALUE ZEROES.
           02 CFDT-TOT-NETO  PIC 9(11)V99 VALUE ZEROES.
           02 FILLER         PIC X(91) VALUE SPACES.
