      *----------------------------------------------------------------
      * FIS-REG - employee fiscal data master, one per nomina, kept by
      * 2FISMNT with the receptor data the CFDI de nomina needs and
      * EMP-REG does not carry: RFC (13), CURP (18) and NSS (11) as
      * validated at entry, the start date of the labor relation, and
      * the SAT catalog keys for contract type (c_TipoContrato) and
      * regime (c_TipoRegimen).
      *----------------------------------------------------------------
       01  FIS-REG.
           02 FIS-NOMI          PIC 9(06) VALUE ZEROES.
           02 FIS-RFC           PIC X(13) VALUE SPACES.
           02 FIS-CURP          PIC X(18) VALUE SPACES.
           02 FIS-NSS           PIC X(11) VALUE SPACES.
           02 FIS-FEC-ALTA      PIC 9(08) VALUE ZEROES.
           02 FIS-TIPO-CONTRATO PIC X(02) VALUE SPACES.
           02 FIS-TIPO-REGIMEN  PIC X(02) VALUE SPACES.
