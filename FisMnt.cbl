      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Employee fiscal data maintenance - ADD/CHANGE/DELETE/
      *          INQUIRY against the indexed FISCAL master (RFC, CURP,
      *          NSS, start of the labor relation, SAT contract and
      *          regime keys) the CFDI de nomina export reads, with
      *          the format and check-digit validation of RFC, CURP
      *          and NSS done at entry so 2CFDEXP can trust them.
      * Tectonics: cobc
      *
      * Modification history:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2FISMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIS-NOMI
               FILE STATUS IS FIS-FILE-STATUS.
           SELECT EMPLOYEES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NOMI
               FILE STATUS IS EMP-FILE-STATUS.
           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.
           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL.
       COPY FISCREC.

       FD  EMPLOYEES.
       COPY EMPREG.

       FD  AUDITORIA.
       COPY AUDITREC.

       FD  OPERADORES.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       77  FIS-FILE-STATUS PIC XX VALUE "00".
       77  EMP-FILE-STATUS PIC XX VALUE "00".
       77  AUD-FILE-STATUS PIC XX VALUE "00".
       77  OPER-FILE-STATUS PIC XX VALUE "00".
       77  WS-OPERADOR PIC X(08) VALUE SPACES.

      *--------------------- OPERATOR SIGN-ON --------------------------
       01  OPER-TAB.
           02 OPER-ENT OCCURS 20 TIMES.
               03 OPER-TAB-ID    PIC X(08) VALUE SPACES.
               03 OPER-TAB-NOMB  PIC X(20) VALUE SPACES.
               03 OPER-TAB-PASS  PIC X(08) VALUE SPACES.
               03 OPER-TAB-NIVEL PIC 9(01) VALUE ZEROES.
       77  WS-OPER-CONT PIC 99 VALUE 0.
       77  WS-OPER-IDX PIC 99 VALUE 0.
       77  WS-OPER-SCAN PIC 99 VALUE 0.
       77  WS-OPER-FND PIC X VALUE "N".
           88 OPER-FND VALUE "S".
       77  WS-PASS PIC X(08) VALUE SPACES.
       77  WS-NIVEL PIC 9 VALUE 0.
       77  WS-OPCION PIC 9 VALUE 0.
       77  WS-SALIR PIC X VALUE "N".
           88 SALIR-MNT VALUE "S".
       77  WS-NOMI-BUSCA PIC 9(06) VALUE 0.
       77  WS-ERR PIC 9 VALUE 0.
       77  WS-FECHA-HOY PIC 9(08) VALUE 0.

      *--------------------- CAPTURED FISCAL DATA ----------------------
       01  WS-RFC PIC X(13) VALUE SPACES.
       01  WS-RFC-R REDEFINES WS-RFC.
           02 WS-RFC-CAR OCCURS 13 TIMES PIC X(01).
       01  WS-CURP PIC X(18) VALUE SPACES.
       01  WS-CURP-R REDEFINES WS-CURP.
           02 WS-CURP-CAR OCCURS 18 TIMES PIC X(01).
       01  WS-NSS PIC X(11) VALUE SPACES.
       01  WS-NSS-R REDEFINES WS-NSS.
           02 WS-NSS-DIG OCCURS 11 TIMES PIC 9(01).
       01  WS-FEC-ALTA PIC 9(08) VALUE ZEROES.
       01  WS-FEC-ALTA-R REDEFINES WS-FEC-ALTA.
           02 WS-FA-ANIO PIC 9(04).
           02 WS-FA-MES  PIC 9(02).
           02 WS-FA-DIA  PIC 9(02).
       77  WS-TIPO-CONTRATO PIC X(02) VALUE SPACES.
       77  WS-TIPO-REGIMEN PIC X(02) VALUE SPACES.

      *--------------------- FORMAT VALIDATION WORK --------------------
      * The RFC of a persona fisica is four letters, the birth date
      * YYMMDD and a three-character homoclave. The CURP is four
      * letters, the birth date, the sex (H/M/X), the two-letter
      * state, three internal consonants, a differentiator and a
      * check digit: each of the first 17 characters is valued by
      * its position in WS-CURP-DICC and weighted 18 down to 2, and
      * the digit is (10 - sum modulo 10) modulo 10. The NSS is 11
      * digits whose last is the Luhn digit of the first ten.
       77  WS-CAR PIC X(01) VALUE SPACE.
       77  WS-CAR-IDX PIC 99 VALUE 0.
       77  WS-CAR-DESDE PIC 99 VALUE 0.
       77  WS-CAR-HASTA PIC 99 VALUE 0.
       77  WS-CAR-MALO PIC X VALUE "N".
           88 CAR-MALO VALUE "S".
       77  WS-RFC-OK PIC X VALUE "N".
           88 RFC-OK VALUE "S".
       77  WS-CURP-OK PIC X VALUE "N".
           88 CURP-OK VALUE "S".
       77  WS-NSS-OK PIC X VALUE "N".
           88 NSS-OK VALUE "S".
       77  WS-FEC-OK PIC X VALUE "N".
           88 FEC-OK VALUE "S".
       01  WS-FEC-NAC PIC X(06) VALUE SPACES.
       01  WS-FEC-NAC-R REDEFINES WS-FEC-NAC.
           02 WS-FN-ANIO PIC 9(02).
           02 WS-FN-MES  PIC 9(02).
           02 WS-FN-DIA  PIC 9(02).
       01  WS-CURP-DICC PIC X(37)
               VALUE "0123456789ABCDEFGHIJKLMN&OPQRSTUVWXYZ".
       01  WS-CURP-DICC-R REDEFINES WS-CURP-DICC.
           02 WS-DICC-CAR OCCURS 37 TIMES PIC X(01).
       77  WS-DICC-IDX PIC 99 VALUE 0.
       77  WS-DICC-VAL PIC 99 VALUE 0.
       01  WS-ENTIDADES PIC X(66) VALUE
           "ASBCBSCCCLCMCSCHDFDGGTGRHGJCMCMNMSNTNLOCPLQTQRSPSLSRTCTSTLVZ
      -    "YNZSNE".
       01  WS-ENTIDADES-R REDEFINES WS-ENTIDADES.
           02 WS-ENTIDAD OCCURS 33 TIMES PIC X(02).
       77  WS-ENT-IDX PIC 99 VALUE 0.
       77  WS-ENT-FND PIC X VALUE "N".
           88 ENT-FND VALUE "S".
       77  WS-SUMA-CURP PIC 9(05) VALUE 0.
       77  WS-SUMA-NSS PIC 9(03) VALUE 0.
       77  WS-PROD PIC 9(04) VALUE 0.
       77  WS-PROD-Q PIC 9(04) VALUE 0.
       77  WS-PROD-R PIC 9(02) VALUE 0.
       77  WS-DIG-CTL PIC 9(02) VALUE 0.
       77  WS-DIG-LEIDO PIC 9(01) VALUE 0.
       01  WS-DIAS-MES-TAB PIC X(24)
               VALUE "312931303130313130313031".
       01  WS-DIAS-MES-R REDEFINES WS-DIAS-MES-TAB.
           02 WS-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       PROCEDURE DIVISION.

      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           DISPLAY "MANTENIMIENTO DE DATOS FISCALES".
           PERFORM FIRMA-OPERADOR.
           IF WS-NIVEL < 2
               DISPLAY "NIVEL INSUFICIENTE PARA MANTENIMIENTO"
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O FISCAL.
           IF FIS-FILE-STATUS = "35"
               OPEN OUTPUT FISCAL
               CLOSE FISCAL
               OPEN I-O FISCAL.
           OPEN INPUT EMPLOYEES.
           IF EMP-FILE-STATUS = "35"
               DISPLAY "EMPLOYEES NO EXISTE, CAPTURE EMPLEADOS PRIMERO"
               CLOSE FISCAL
               STOP RUN.
           PERFORM MUESTRA-MENU UNTIL SALIR-MNT.
           CLOSE FISCAL.
           CLOSE EMPLOYEES.
           STOP RUN.

      *------------------------- MUESTRA MENU ---------------------------
       MUESTRA-MENU.
           DISPLAY "1 - ALTA DE DATOS FISCALES".
           DISPLAY "2 - CAMBIO DE DATOS FISCALES".
           DISPLAY "3 - BAJA DE DATOS FISCALES".
           DISPLAY "4 - CONSULTA DE DATOS FISCALES".
           DISPLAY "5 - SALIR".
           DISPLAY "SELECCIONE UNA OPCION:".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM ALTA-FISCAL
               WHEN 2 PERFORM CAMBIO-FISCAL
               WHEN 3 PERFORM BAJA-FISCAL
               WHEN 4 PERFORM CONSULTA-FISCAL
               WHEN 5 MOVE "S" TO WS-SALIR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      *------------------------- ALTA FISCAL ----------------------------
       ALTA-FISCAL.
           MOVE 0 TO WS-ERR.
           DISPLAY "INGRESE NOMINA:".
           ACCEPT WS-NOMI-BUSCA.
           MOVE WS-NOMI-BUSCA TO EMP-NOMI.
           READ EMPLOYEES
               INVALID KEY
                   DISPLAY "NOMINA NO EXISTE EN EMPLEADOS"
                   MOVE 1 TO WS-ERR
           END-READ.
           IF WS-ERR = 0
               MOVE WS-NOMI-BUSCA TO FIS-NOMI
               READ FISCAL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DISPLAY "LA NOMINA YA TIENE DATOS FISCALES"
                       MOVE 1 TO WS-ERR
               END-READ
               MOVE "00" TO FIS-FILE-STATUS.
           IF WS-ERR = 0
               DISPLAY "EMPLEADO: " EMP-NOMB
               PERFORM CAPTURA-FISCAL.
           IF WS-ERR = 0
               MOVE WS-NOMI-BUSCA TO FIS-NOMI
               PERFORM MUEVE-FISCAL
               WRITE FIS-REG
                   INVALID KEY
                       DISPLAY "LA NOMINA YA TIENE DATOS FISCALES"
                   NOT INVALID KEY
                       PERFORM GRABA-AUDITORIA-ALTA
                       DISPLAY "DATOS FISCALES REGISTRADOS"
               END-WRITE.

      *------------------------- CAMBIO FISCAL --------------------------
      * Every field is captured again and validated as a whole, so a
      * corrected RFC is always checked against the CURP it goes with.
       CAMBIO-FISCAL.
           MOVE 0 TO WS-ERR.
           DISPLAY "INGRESE NOMINA A CAMBIAR:".
           ACCEPT WS-NOMI-BUSCA.
           MOVE WS-NOMI-BUSCA TO FIS-NOMI.
           READ FISCAL
               INVALID KEY
                   DISPLAY "LA NOMINA NO TIENE DATOS FISCALES"
                   MOVE 1 TO WS-ERR
           END-READ.
           IF WS-ERR = 0
               PERFORM MUESTRA-FISCAL
               PERFORM CAPTURA-FISCAL.
           IF WS-ERR = 0
               PERFORM MUEVE-FISCAL
               REWRITE FIS-REG
                   INVALID KEY DISPLAY "ERROR AL ACTUALIZAR"
                   NOT INVALID KEY
                       PERFORM GRABA-AUDITORIA-CAMBIO
                       DISPLAY "DATOS FISCALES ACTUALIZADOS"
               END-REWRITE.

      *------------------------- BAJA FISCAL ----------------------------
       BAJA-FISCAL.
           DISPLAY "INGRESE NOMINA A DAR DE BAJA:".
           ACCEPT WS-NOMI-BUSCA.
           MOVE WS-NOMI-BUSCA TO FIS-NOMI.
           DELETE FISCAL
               INVALID KEY
                   DISPLAY "LA NOMINA NO TIENE DATOS FISCALES"
               NOT INVALID KEY
                   PERFORM GRABA-AUDITORIA-BAJA
           END-DELETE.

      *------------------------- CONSULTA FISCAL ------------------------
       CONSULTA-FISCAL.
           DISPLAY "INGRESE NOMINA A CONSULTAR:".
           ACCEPT WS-NOMI-BUSCA.
           MOVE WS-NOMI-BUSCA TO FIS-NOMI.
           READ FISCAL
               INVALID KEY
                   DISPLAY "LA NOMINA NO TIENE DATOS FISCALES"
               NOT INVALID KEY
                   PERFORM MUESTRA-FISCAL
           END-READ.

       MUESTRA-FISCAL.
           DISPLAY "NOMINA      : " FIS-NOMI.
           DISPLAY "RFC         : " FIS-RFC.
           DISPLAY "CURP        : " FIS-CURP.
           DISPLAY "NSS         : " FIS-NSS.
           DISPLAY "FECHA ALTA  : " FIS-FEC-ALTA.
           DISPLAY "CONTRATO    : " FIS-TIPO-CONTRATO.
           DISPLAY "REGIMEN     : " FIS-TIPO-REGIMEN.

       MUEVE-FISCAL.
           MOVE WS-RFC TO FIS-RFC.
           MOVE WS-CURP TO FIS-CURP.
           MOVE WS-NSS TO FIS-NSS.
           MOVE WS-FEC-ALTA TO FIS-FEC-ALTA.
           MOVE WS-TIPO-CONTRATO TO FIS-TIPO-CONTRATO.
           MOVE WS-TIPO-REGIMEN TO FIS-TIPO-REGIMEN.

      *------------------------- CAPTURA FISCAL -------------------------
      * Each field is refused on its own error message; the first bad
      * field ends the capture with WS-ERR set and nothing written.
       CAPTURA-FISCAL.
           DISPLAY "RFC (13 POSICIONES):".
           ACCEPT WS-RFC.
           INSPECT WS-RFC CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM VALIDA-RFC.
           IF NOT RFC-OK
               DISPLAY "RFC INVALIDO"
               MOVE 1 TO WS-ERR.
           IF WS-ERR = 0
               DISPLAY "CURP (18 POSICIONES):"
               ACCEPT WS-CURP
               INSPECT WS-CURP CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM VALIDA-CURP
               IF NOT CURP-OK
                   DISPLAY "CURP INVALIDA"
                   MOVE 1 TO WS-ERR
               END-IF
           END-IF.
           IF WS-ERR = 0
               IF WS-RFC(1:10) NOT = WS-CURP(1:10)
                   DISPLAY "AVISO: LAS 10 PRIMERAS POSICIONES DE RFC"
                       " Y CURP NO COINCIDEN, VERIFIQUE"
               END-IF
               DISPLAY "NSS (11 DIGITOS):"
               ACCEPT WS-NSS
               PERFORM VALIDA-NSS
               IF NOT NSS-OK
                   DISPLAY "NSS INVALIDO"
                   MOVE 1 TO WS-ERR
               END-IF
           END-IF.
           IF WS-ERR = 0
               DISPLAY "FECHA DE INICIO DE RELACION LABORAL AAAAMMDD:"
               ACCEPT WS-FEC-ALTA
               PERFORM VALIDA-FECHA-ALTA
               IF NOT FEC-OK
                   DISPLAY "FECHA INVALIDA"
                   MOVE 1 TO WS-ERR
               END-IF
           END-IF.
           IF WS-ERR = 0
               DISPLAY "TIPO DE CONTRATO SAT (01 TIEMPO INDETERMINADO,"
                   " 02 OBRA, 03 TIEMPO DETERMINADO, ... 99 OTRO):"
               ACCEPT WS-TIPO-CONTRATO
               IF WS-TIPO-CONTRATO NOT = "99"
                   AND (WS-TIPO-CONTRATO < "01"
                        OR WS-TIPO-CONTRATO > "10"
                        OR WS-TIPO-CONTRATO IS NOT NUMERIC)
                   DISPLAY "TIPO DE CONTRATO INVALIDO"
                   MOVE 1 TO WS-ERR
               END-IF
           END-IF.
           IF WS-ERR = 0
               DISPLAY "TIPO DE REGIMEN SAT (02 SUELDOS, 03 JUBILADOS,"
                   " ... 13 INDEMNIZACION, 99 OTRO):"
               ACCEPT WS-TIPO-REGIMEN
               IF WS-TIPO-REGIMEN NOT = "99"
                   AND (WS-TIPO-REGIMEN < "02"
                        OR WS-TIPO-REGIMEN > "13"
                        OR WS-TIPO-REGIMEN IS NOT NUMERIC)
                   DISPLAY "TIPO DE REGIMEN INVALIDO"
                   MOVE 1 TO WS-ERR
               END-IF
           END-IF.

      *------------------------- VALIDA RFC -----------------------------
       VALIDA-RFC.
           MOVE "N" TO WS-RFC-OK.
           MOVE "N" TO WS-CAR-MALO.
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1 UNTIL WS-CAR-IDX > 4
               MOVE WS-RFC-CAR(WS-CAR-IDX) TO WS-CAR
               IF (WS-CAR < "A" OR WS-CAR > "Z") AND WS-CAR NOT = "&"
                   MOVE "S" TO WS-CAR-MALO
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CAR-IDX FROM 11 BY 1
                   UNTIL WS-CAR-IDX > 13
               MOVE WS-RFC-CAR(WS-CAR-IDX) TO WS-CAR
               IF (WS-CAR < "A" OR WS-CAR > "Z")
                   AND (WS-CAR < "0" OR WS-CAR > "9")
                   MOVE "S" TO WS-CAR-MALO
               END-IF
           END-PERFORM.
           MOVE WS-RFC(5:6) TO WS-FEC-NAC.
           IF NOT CAR-MALO
               PERFORM VALIDA-FECHA-NAC
               IF FEC-OK
                   MOVE "S" TO WS-RFC-OK
               END-IF
           END-IF.

      *------------------------- VALIDA CURP ----------------------------
       VALIDA-CURP.
           MOVE "N" TO WS-CURP-OK.
           MOVE "N" TO WS-CAR-MALO.
           MOVE 1 TO WS-CAR-DESDE.
           MOVE 4 TO WS-CAR-HASTA.
           PERFORM VERIFICA-LETRAS-CURP.
           MOVE 12 TO WS-CAR-DESDE.
           MOVE 16 TO WS-CAR-HASTA.
           PERFORM VERIFICA-LETRAS-CURP.
           IF WS-CURP-CAR(11) NOT = "H" AND WS-CURP-CAR(11) NOT = "M"
               AND WS-CURP-CAR(11) NOT = "X"
               MOVE "S" TO WS-CAR-MALO.
           MOVE WS-CURP-CAR(17) TO WS-CAR.
           IF (WS-CAR < "A" OR WS-CAR > "Z")
               AND (WS-CAR < "0" OR WS-CAR > "9")
               MOVE "S" TO WS-CAR-MALO.
           IF WS-CURP-CAR(18) IS NOT NUMERIC
               MOVE "S" TO WS-CAR-MALO.
           IF NOT CAR-MALO
               PERFORM BUSCA-ENTIDAD
               IF NOT ENT-FND
                   MOVE "S" TO WS-CAR-MALO
               END-IF
           END-IF.
           MOVE WS-CURP(5:6) TO WS-FEC-NAC.
           IF NOT CAR-MALO
               PERFORM VALIDA-FECHA-NAC
               IF FEC-OK
                   PERFORM VALIDA-DIGITO-CURP
               END-IF
           END-IF.

       VERIFICA-LETRAS-CURP.
           PERFORM VARYING WS-CAR-IDX FROM WS-CAR-DESDE BY 1
                   UNTIL WS-CAR-IDX > WS-CAR-HASTA
               MOVE WS-CURP-CAR(WS-CAR-IDX) TO WS-CAR
               IF WS-CAR < "A" OR WS-CAR > "Z"
                   MOVE "S" TO WS-CAR-MALO
               END-IF
           END-PERFORM.

       BUSCA-ENTIDAD.
           MOVE "N" TO WS-ENT-FND.
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1 UNTIL WS-ENT-IDX > 33
               IF WS-ENTIDAD(WS-ENT-IDX) = WS-CURP(12:2)
                   MOVE "S" TO WS-ENT-FND
               END-IF
           END-PERFORM.

       VALIDA-DIGITO-CURP.
           MOVE 0 TO WS-SUMA-CURP.
           PERFORM SUMA-CARACTER-CURP
                   VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > 17.
           DIVIDE WS-SUMA-CURP BY 10 GIVING WS-PROD-Q
                   REMAINDER WS-PROD-R.
           COMPUTE WS-DIG-CTL = 10 - WS-PROD-R.
           IF WS-DIG-CTL = 10
               MOVE 0 TO WS-DIG-CTL.
           MOVE WS-CURP-CAR(18) TO WS-DIG-LEIDO.
           IF WS-DIG-CTL = WS-DIG-LEIDO
               MOVE "S" TO WS-CURP-OK.

       SUMA-CARACTER-CURP.
           MOVE 0 TO WS-DICC-VAL.
           PERFORM VARYING WS-DICC-IDX FROM 1 BY 1
                   UNTIL WS-DICC-IDX > 37
               IF WS-DICC-CAR(WS-DICC-IDX) = WS-CURP-CAR(WS-CAR-IDX)
                   COMPUTE WS-DICC-VAL = WS-DICC-IDX - 1
               END-IF
           END-PERFORM.
           COMPUTE WS-PROD = WS-DICC-VAL * (19 - WS-CAR-IDX).
           ADD WS-PROD TO WS-SUMA-CURP.

      * The YYMMDD inside RFC and CURP: any century, real month, and a
      * day the month can hold (29 February always allowed).
       VALIDA-FECHA-NAC.
           MOVE "N" TO WS-FEC-OK.
           IF WS-FEC-NAC IS NUMERIC
               IF WS-FN-MES > 0 AND WS-FN-MES < 13 AND WS-FN-DIA > 0
                   IF WS-FN-DIA NOT > WS-DIAS-MES(WS-FN-MES)
                       MOVE "S" TO WS-FEC-OK
                   END-IF
               END-IF
           END-IF.

      *------------------------- VALIDA NSS -----------------------------
      * Luhn over the first ten digits: odd positions count as they
      * are, even positions are doubled and their digits added.
       VALIDA-NSS.
           MOVE "N" TO WS-NSS-OK.
           IF WS-NSS IS NUMERIC
               MOVE 0 TO WS-SUMA-NSS
               PERFORM SUMA-DIGITO-NSS
                       VARYING WS-CAR-IDX FROM 1 BY 1
                       UNTIL WS-CAR-IDX > 10
               DIVIDE WS-SUMA-NSS BY 10 GIVING WS-PROD-Q
                       REMAINDER WS-PROD-R
               COMPUTE WS-DIG-CTL = 10 - WS-PROD-R
               IF WS-DIG-CTL = 10
                   MOVE 0 TO WS-DIG-CTL
               END-IF
               IF WS-DIG-CTL = WS-NSS-DIG(11)
                   MOVE "S" TO WS-NSS-OK
               END-IF
           END-IF.

       SUMA-DIGITO-NSS.
           DIVIDE WS-CAR-IDX BY 2 GIVING WS-PROD-Q
                   REMAINDER WS-PROD-R.
           IF WS-PROD-R = 0
               COMPUTE WS-PROD = WS-NSS-DIG(WS-CAR-IDX) * 2
               IF WS-PROD > 9
                   SUBTRACT 9 FROM WS-PROD
               END-IF
           ELSE
               MOVE WS-NSS-DIG(WS-CAR-IDX) TO WS-PROD
           END-IF.
           ADD WS-PROD TO WS-SUMA-NSS.

      *------------------------- VALIDA FECHA ALTA ----------------------
       VALIDA-FECHA-ALTA.
           MOVE "N" TO WS-FEC-OK.
           IF WS-FEC-ALTA > 19000000 AND WS-FEC-ALTA NOT > WS-FECHA-HOY
               IF WS-FA-MES > 0 AND WS-FA-MES < 13 AND WS-FA-DIA > 0
                   IF WS-FA-DIA NOT > WS-DIAS-MES(WS-FA-MES)
                       MOVE "S" TO WS-FEC-OK
                   END-IF
               END-IF
           END-IF.

      *------------------------- FIRMA OPERADOR --------------------------
      * Sign-on against the OPERADOR.DAT master: unknown id or wrong
      * password ends the run, so the audit trail only ever carries
      * authorized operator ids.
       FIRMA-OPERADOR.
           PERFORM CARGA-OPERADORES.
           IF WS-OPER-CONT = 0
               DISPLAY "OPERADOR.DAT NO ENCONTRADO O VACIO"
               STOP RUN.
           DISPLAY "CLAVE DE OPERADOR:".
           ACCEPT WS-OPERADOR.
           DISPLAY "CONTRASENA:".
           ACCEPT WS-PASS.
           PERFORM BUSCA-OPERADOR.
           IF NOT OPER-FND
               DISPLAY "ACCESO DENEGADO"
               STOP RUN.
           IF OPER-TAB-PASS(WS-OPER-IDX) NOT = WS-PASS
               DISPLAY "ACCESO DENEGADO"
               STOP RUN.
           MOVE OPER-TAB-NIVEL(WS-OPER-IDX) TO WS-NIVEL.
           DISPLAY "OPERADOR: " OPER-TAB-NOMB(WS-OPER-IDX).

       CARGA-OPERADORES.
           OPEN INPUT OPERADORES.
           IF OPER-FILE-STATUS = "35"
               DISPLAY "OPERADOR.DAT NO ENCONTRADO"
           ELSE
               PERFORM UNTIL OPER-FILE-STATUS = "10"
                   READ OPERADORES
                       AT END MOVE "10" TO OPER-FILE-STATUS
                       NOT AT END PERFORM GUARDA-OPERADOR
                   END-READ
               END-PERFORM
               CLOSE OPERADORES.

       GUARDA-OPERADOR.
           IF WS-OPER-CONT < 20
               ADD 1 TO WS-OPER-CONT
               MOVE OPER-ID TO OPER-TAB-ID(WS-OPER-CONT)
               MOVE OPER-NOMB TO OPER-TAB-NOMB(WS-OPER-CONT)
               MOVE OPER-PASS TO OPER-TAB-PASS(WS-OPER-CONT)
               MOVE OPER-NIVEL TO OPER-TAB-NIVEL(WS-OPER-CONT)
           END-IF.

       BUSCA-OPERADOR.
           MOVE "N" TO WS-OPER-FND.
           MOVE 0 TO WS-OPER-IDX.
           PERFORM VARYING WS-OPER-SCAN FROM 1 BY 1
                   UNTIL WS-OPER-SCAN > WS-OPER-CONT
               IF OPER-TAB-ID(WS-OPER-SCAN) = WS-OPERADOR
                   MOVE "S" TO WS-OPER-FND
                   MOVE WS-OPER-SCAN TO WS-OPER-IDX
               END-IF
           END-PERFORM.

      *------------------------- GRABA AUDITORIA -------------------------
       GRABA-AUDITORIA-ALTA.
           MOVE "ALTA-FIS" TO AUD-ACCION.
           PERFORM ESCRIBE-AUDITORIA.

       GRABA-AUDITORIA-CAMBIO.
           MOVE "CAMBIO-FIS" TO AUD-ACCION.
           PERFORM ESCRIBE-AUDITORIA.

       GRABA-AUDITORIA-BAJA.
           MOVE "BAJA-FIS" TO AUD-ACCION.
           PERFORM ESCRIBE-AUDITORIA.

       ESCRIBE-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDITORIA.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE WS-NOMI-BUSCA TO AUD-NOMI.
           WRITE AUD-REG.
           CLOSE AUDITORIA.

       END PROGRAM 2FISMNT.
