      * 22/08/26 - Free-text operator key replaced by the same
      *            OPERADOR.DAT sign-on used by 2EMPCAP/2EMPMNT;
      *            account maintenance requires level 2.
      * 15/10/26 - A new or changed CLABE no longer reaches CUENTAS at
      *            capture: it is held as a pending request on CTACAMB
      *            (old and new CLABE, capturing operator, date) and
      *            only becomes the paying account when a different
      *            level-3 operator approves it under the new option 5.
      * 15/10/26 - An account with a change pending cannot be deleted,
      *            and an approved change whose account no longer
      *            exists is rejected instead of creating one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2CTAMNT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NOMI
               FILE STATUS IS EMP-FILE-STATUS.
           SELECT CTACAMB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAMB-LLAVE
               FILE STATUS IS CAMB-FILE-STATUS.
           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.
       FD  EMPLOYEES.
       COPY EMPREG.

       FD  CTACAMB.
       COPY CAMBREC.

       FD  AUDITORIA.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  CTA-FILE-STATUS PIC XX VALUE "00".
       77  EMP-FILE-STATUS PIC XX VALUE "00".
       77  CAMB-FILE-STATUS PIC XX VALUE "00".
       77  AUD-FILE-STATUS PIC XX VALUE "00".
       77  OPER-FILE-STATUS PIC XX VALUE "00".
       77  WS-OPERADOR PIC X(08) VALUE SPACES.
       77  WS-NOMI-BUSCA PIC 9(06) VALUE 0.
       77  WS-ERR PIC 9 VALUE 0.

      *--------------------- PENDING CLABE CHANGES ---------------------
       77  WS-PEND-FND PIC X VALUE "N".
           88 PEND-FND VALUE "S".
       01  WS-PEND-LLAVE.
           02 WS-PEND-NOMI     PIC 9(06) VALUE ZEROES.
           02 WS-PEND-FEC-CAP  PIC 9(08) VALUE ZEROES.
           02 WS-PEND-HORA-CAP PIC 9(08) VALUE ZEROES.
       77  WS-CLABE-ANT PIC X(18) VALUE SPACES.
       77  WS-TIPO-CAMB PIC X(01) VALUE SPACES.
       77  WS-RESP PIC X VALUE SPACES.
       77  WS-CONT-PEND PIC 9(05) VALUE 0.

      *--------------------- CLABE VALIDATION WORK ---------------------
      * The CLABE control digit is computed over the first 17 digits
      * with the cyclic weights 3,7,1: each product is taken modulo
               DISPLAY "EMPLOYEES NO EXISTE, CAPTURE EMPLEADOS PRIMERO"
               CLOSE CUENTAS
               STOP RUN.
           OPEN I-O CTACAMB.
           IF CAMB-FILE-STATUS = "35"
               OPEN OUTPUT CTACAMB
               CLOSE CTACAMB
               OPEN I-O CTACAMB.
           PERFORM MUESTRA-MENU UNTIL SALIR-MNT.
           CLOSE CUENTAS.
           CLOSE EMPLOYEES.
           CLOSE CTACAMB.
           STOP RUN.

      *------------------------- MUESTRA MENU ---------------------------
           DISPLAY "2 - CAMBIO DE CUENTA".
           DISPLAY "3 - BAJA DE CUENTA".
           DISPLAY "4 - CONSULTA DE CUENTA".
           DISPLAY "5 - AUTORIZAR CAMBIOS PENDIENTES".
           DISPLAY "6 - SALIR".
           DISPLAY "SELECCIONE UNA OPCION:".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 2 PERFORM CAMBIO-CUENTA
               WHEN 3 PERFORM BAJA-CUENTA
               WHEN 4 PERFORM CONSULTA-CUENTA
               WHEN 5 PERFORM AUTORIZA-CAMBIO
               WHEN 6 MOVE "S" TO WS-SALIR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

                   DISPLAY "NOMINA NO EXISTE EN EMPLEADOS"
                   MOVE 1 TO WS-ERR
           END-READ.
           IF WS-ERR = 0
               MOVE WS-NOMI-BUSCA TO CTA-NOMI
               READ CUENTAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DISPLAY "LA NOMINA YA TIENE CUENTA"
                       MOVE 1 TO WS-ERR
               END-READ
               MOVE "00" TO CTA-FILE-STATUS.
           IF WS-ERR = 0
               PERFORM VERIFICA-SIN-PENDIENTE.
           IF WS-ERR = 0
               DISPLAY "EMPLEADO: " EMP-NOMB
               DISPLAY "INGRESE CLABE (18 DIGITOS):"
                   DISPLAY "CLABE INVALIDA"
                   MOVE 1 TO WS-ERR.
           IF WS-ERR = 0
               MOVE "A" TO WS-TIPO-CAMB
               MOVE SPACES TO WS-CLABE-ANT
               PERFORM GRABA-CAMBIO-PENDIENTE.

      *------------------------- CAMBIO CUENTA --------------------------
       CAMBIO-CUENTA.
                   MOVE 1 TO WS-ERR
           END-READ.
           IF WS-ERR = 0
               MOVE CTA-CLABE TO WS-CLABE-ANT
               PERFORM VERIFICA-SIN-PENDIENTE.
           IF WS-ERR = 0
               DISPLAY "CLABE ACTUAL: " WS-CLABE-ANT
               DISPLAY "INGRESE NUEVA CLABE (18 DIGITOS):"
               ACCEPT WS-CLABE
               PERFORM VALIDA-CLABE
                   DISPLAY "CLABE INVALIDA"
                   MOVE 1 TO WS-ERR.
           IF WS-ERR = 0
               IF WS-CLABE = WS-CLABE-ANT
                   DISPLAY "LA CLABE ES IGUAL A LA ACTUAL"
                   MOVE 1 TO WS-ERR.
           IF WS-ERR = 0
               MOVE "C" TO WS-TIPO-CAMB
               PERFORM GRABA-CAMBIO-PENDIENTE.

      *------------------------- BAJA CUENTA ----------------------------
       BAJA-CUENTA.
           MOVE 0 TO WS-ERR.
           DISPLAY "INGRESE NOMINA A DAR DE BAJA:".
           ACCEPT WS-NOMI-BUSCA.
           PERFORM VERIFICA-SIN-PENDIENTE.
           IF WS-ERR = 0
               MOVE WS-NOMI-BUSCA TO CTA-NOMI
               DELETE CUENTAS
                   INVALID KEY
                       DISPLAY "LA NOMINA NO TIENE CUENTA"
                   NOT INVALID KEY
                       PERFORM GRABA-AUDITORIA-BAJA
               END-DELETE
           ELSE
               DISPLAY "RESUELVA EL CAMBIO PENDIENTE ANTES DE LA BAJA".

      *------------------------- CONSULTA CUENTA ------------------------
       CONSULTA-CUENTA.
                   DISPLAY "NOMINA: " CTA-NOMI
                   DISPLAY "CLABE : " CTA-CLABE
           END-READ.
           PERFORM BUSCA-PENDIENTE.
           IF PEND-FND
               DISPLAY "CAMBIO PENDIENTE DE AUTORIZAR:"
               DISPLAY "  CLABE NUEVA: " CAMB-CLABE-NVA
               DISPLAY "  CAPTURO    : " CAMB-OPER-CAP
                   " EL " CAMB-FEC-CAP.

      *------------------------- CAMBIO PENDIENTE -----------------------
      * A captured CLABE waits on CTACAMB with the account it replaces;
      * CUENTAS is not touched until a supervisor approves it.
       GRABA-CAMBIO-PENDIENTE.
           MOVE WS-NOMI-BUSCA TO CAMB-NOMI.
           ACCEPT CAMB-FEC-CAP FROM DATE YYYYMMDD.
           ACCEPT CAMB-HORA-CAP FROM TIME.
           MOVE WS-TIPO-CAMB TO CAMB-TIPO.
           MOVE WS-CLABE-ANT TO CAMB-CLABE-ANT.
           MOVE WS-CLABE TO CAMB-CLABE-NVA.
           MOVE WS-OPERADOR TO CAMB-OPER-CAP.
           MOVE "P" TO CAMB-ESTADO.
           MOVE SPACES TO CAMB-OPER-AUT.
           MOVE ZEROES TO CAMB-FEC-AUT.
           MOVE ZEROES TO CAMB-HORA-AUT.
           WRITE CAMB-REG
               INVALID KEY
                   DISPLAY "ERROR AL REGISTRAR EL CAMBIO"
               NOT INVALID KEY
                   DISPLAY "CAPTURA REGISTRADA, PENDIENTE DE"
                       " AUTORIZACION DE OTRO SUPERVISOR"
                   IF CAMB-ALTA
                       PERFORM GRABA-AUDITORIA-ALTA
                   ELSE
                       PERFORM GRABA-AUDITORIA-CAMBIO
                   END-IF
           END-WRITE.

       VERIFICA-SIN-PENDIENTE.
           PERFORM BUSCA-PENDIENTE.
           IF PEND-FND
               DISPLAY "YA HAY UN CAMBIO PENDIENTE PARA LA NOMINA,"
                   " CAPTURADO POR " CAMB-OPER-CAP
               MOVE 1 TO WS-ERR.

      * The nomina's requests are read in capture order; the pending
      * one (there is at most one) is left in CAMB-REG with its key
      * saved in WS-PEND-LLAVE.
       BUSCA-PENDIENTE.
           MOVE "N" TO WS-PEND-FND.
           MOVE WS-NOMI-BUSCA TO CAMB-NOMI.
           MOVE ZEROES TO CAMB-FEC-CAP.
           MOVE ZEROES TO CAMB-HORA-CAP.
           START CTACAMB KEY IS NOT LESS THAN CAMB-LLAVE
               INVALID KEY MOVE "10" TO CAMB-FILE-STATUS
           END-START.
           PERFORM UNTIL CAMB-FILE-STATUS = "10"
               READ CTACAMB NEXT RECORD
                   AT END MOVE "10" TO CAMB-FILE-STATUS
                   NOT AT END
                       IF CAMB-NOMI NOT = WS-NOMI-BUSCA
                           MOVE "10" TO CAMB-FILE-STATUS
                       ELSE
                           IF CAMB-PENDIENTE
                               MOVE "S" TO WS-PEND-FND
                               MOVE CAMB-LLAVE TO WS-PEND-LLAVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO CAMB-FILE-STATUS.
           IF PEND-FND
               MOVE WS-PEND-LLAVE TO CAMB-LLAVE
               READ CTACAMB
                   INVALID KEY MOVE "N" TO WS-PEND-FND
               END-READ
               MOVE "00" TO CAMB-FILE-STATUS
           END-IF.

      *------------------------- AUTORIZA CAMBIO ------------------------
      * Supervisor only, and never the operator who captured the
      * request: an approved CLABE is written to CUENTAS (created for
      * an alta) and becomes the paying account; a rejected one is
      * closed and CUENTAS keeps the account it had.
       AUTORIZA-CAMBIO.
           MOVE 0 TO WS-ERR.
           IF WS-NIVEL < 3
               DISPLAY "AUTORIZAR REQUIERE NIVEL SUPERVISOR"
               MOVE 1 TO WS-ERR.
           IF WS-ERR = 0
               PERFORM LISTA-PENDIENTES
               IF WS-CONT-PEND = 0
                   DISPLAY "NO HAY CAMBIOS PENDIENTES"
                   MOVE 1 TO WS-ERR
               END-IF
           END-IF.
           IF WS-ERR = 0
               DISPLAY "NOMINA A AUTORIZAR:"
               ACCEPT WS-NOMI-BUSCA
               PERFORM BUSCA-PENDIENTE
               IF NOT PEND-FND
                   DISPLAY "LA NOMINA NO TIENE CAMBIO PENDIENTE"
                   MOVE 1 TO WS-ERR
               END-IF
           END-IF.
           IF WS-ERR = 0
               IF CAMB-OPER-CAP = WS-OPERADOR
                   DISPLAY "EL CAMBIO DEBE AUTORIZARLO UN OPERADOR"
                       " DISTINTO AL QUE LO CAPTURO"
                   MOVE 1 TO WS-ERR
               END-IF
           END-IF.
           IF WS-ERR = 0
               DISPLAY "CLABE ANTERIOR: " CAMB-CLABE-ANT
               DISPLAY "CLABE NUEVA   : " CAMB-CLABE-NVA
               DISPLAY "CAPTURO       : " CAMB-OPER-CAP
                   " EL " CAMB-FEC-CAP
               DISPLAY "A=AUTORIZAR  R=RECHAZAR  (OTRA=SALIR):"
               ACCEPT WS-RESP
               EVALUATE WS-RESP
                   WHEN "A" PERFORM APLICA-CAMBIO
                   WHEN "R" PERFORM RECHAZA-CAMBIO
                   WHEN OTHER DISPLAY "SIN CAMBIOS"
               END-EVALUATE
           END-IF.

       APLICA-CAMBIO.
           MOVE CAMB-CLABE-NVA TO WS-CLABE.
           PERFORM VALIDA-CLABE.
           IF NOT CLABE-OK
               DISPLAY "CLABE INVALIDA, SE RECHAZA"
               PERFORM RECHAZA-CAMBIO
           ELSE
               MOVE WS-NOMI-BUSCA TO CTA-NOMI
               READ CUENTAS
                   INVALID KEY
                       IF CAMB-CAMBIO
                           DISPLAY "LA NOMINA YA NO TIENE CUENTA,"
                               " SE RECHAZA EL CAMBIO"
                           MOVE 2 TO WS-ERR
                       ELSE
                           MOVE WS-CLABE TO CTA-CLABE
                           WRITE CTA-REG
                               INVALID KEY
                                   DISPLAY "ERROR AL GRABAR CUENTA"
                                   MOVE 1 TO WS-ERR
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       MOVE WS-CLABE TO CTA-CLABE
                       REWRITE CTA-REG
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR"
                               MOVE 1 TO WS-ERR
                       END-REWRITE
               END-READ
               MOVE "00" TO CTA-FILE-STATUS
               IF WS-ERR = 2
                   PERFORM RECHAZA-CAMBIO
               END-IF
               IF WS-ERR = 0
                   MOVE "A" TO CAMB-ESTADO
                   PERFORM CIERRA-CAMBIO
                   PERFORM GRABA-AUDITORIA-AUTORIZA
                   DISPLAY "CAMBIO AUTORIZADO, CLABE VIGENTE: "
                       CTA-CLABE
               END-IF
           END-IF.

       RECHAZA-CAMBIO.
           MOVE "R" TO CAMB-ESTADO.
           PERFORM CIERRA-CAMBIO.
           PERFORM GRABA-AUDITORIA-RECHAZO.
           DISPLAY "CAMBIO RECHAZADO".

       CIERRA-CAMBIO.
           MOVE WS-OPERADOR TO CAMB-OPER-AUT.
           ACCEPT CAMB-FEC-AUT FROM DATE YYYYMMDD.
           ACCEPT CAMB-HORA-AUT FROM TIME.
           REWRITE CAMB-REG
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR EL CAMBIO"
           END-REWRITE.

       LISTA-PENDIENTES.
           MOVE 0 TO WS-CONT-PEND.
           MOVE LOW-VALUES TO CAMB-LLAVE.
           START CTACAMB KEY IS NOT LESS THAN CAMB-LLAVE
               INVALID KEY MOVE "10" TO CAMB-FILE-STATUS
           END-START.
           PERFORM UNTIL CAMB-FILE-STATUS = "10"
               READ CTACAMB NEXT RECORD
                   AT END MOVE "10" TO CAMB-FILE-STATUS
                   NOT AT END
                       IF CAMB-PENDIENTE
                           ADD 1 TO WS-CONT-PEND
                           DISPLAY CAMB-NOMI " " CAMB-TIPO " "
                               CAMB-CLABE-ANT " -> " CAMB-CLABE-NVA
                               " " CAMB-OPER-CAP " " CAMB-FEC-CAP
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO CAMB-FILE-STATUS.

      *------------------------- VALIDA CLABE ----------------------------
       VALIDA-CLABE.
           MOVE "BAJA-CTA" TO AUD-ACCION.
           PERFORM ESCRIBE-AUDITORIA.

       GRABA-AUDITORIA-AUTORIZA.
           MOVE "AUTORI-CTA" TO AUD-ACCION.
           PERFORM ESCRIBE-AUDITORIA.

       GRABA-AUDITORIA-RECHAZO.
           MOVE "RECHAZ-CTA" TO AUD-ACCION.
           PERFORM ESCRIBE-AUDITORIA.

       ESCRIBE-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF AUD-FILE-STATUS = "35"
