      * Tectonics: cobc
      *
      * Modification history:
      * 15/10/26 - New CUOTAS.DAT catalog of employer contribution
      *            rates (IMSS employer branches, INFONAVIT, SAR and
      *            the state payroll tax) that 2PERCLS applies at
      *            close; the group must be I, V, S or N and the rate
      *            is a percentage with four decimals.
      * 15/10/26 - CUOTAS.DAT lines past the 20-entry table are
      *            reported and skipped instead of overrunning it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2CATMNT.
           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.
           SELECT CUOTAS ASSIGN TO "CUOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUO-FILE-STATUS.
           SELECT EMPLOYEES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  OPERADORES.
       COPY OPERREC.

       FD  CUOTAS.
       COPY CUOTREC.

       FD  EMPLOYEES.
       COPY EMPREG.

       77  BUD-FILE-STATUS PIC XX VALUE "00".
       77  TDED-FILE-STATUS PIC XX VALUE "00".
       77  OPER-FILE-STATUS PIC XX VALUE "00".
       77  CUO-FILE-STATUS PIC XX VALUE "00".
       77  EMP-FILE-STATUS PIC XX VALUE "00".
       77  DED-FILE-STATUS PIC XX VALUE "00".
       77  AUD-FILE-STATUS PIC XX VALUE "00".
           88 TDED-FND VALUE "S".
       77  WS-TDED-EDIT PIC 99 VALUE 0.

       01  CUO-TAB.
           02 CUO-ENT OCCURS 20 TIMES.
               03 CUO-TAB-COD  PIC X(03) VALUE SPACES.
               03 CUO-TAB-DESC PIC X(20) VALUE SPACES.
               03 CUO-TAB-TIPO PIC X(01) VALUE SPACES.
               03 CUO-TAB-TASA PIC 9(02)V9999 VALUE ZEROES.
       77  WS-CUO-CONT PIC 99 VALUE 0.
       77  WS-CUO-IDX PIC 99 VALUE 0.
       77  WS-CUO-SCAN PIC 99 VALUE 0.
       77  WS-CUO-FND PIC X VALUE "N".
           88 CUO-FND VALUE "S".
       77  WS-CUO-EDIT PIC 99 VALUE 0.
       77  WS-CUO-TIPO PIC X(01) VALUE SPACES.
           88 CUO-TIPO-OK VALUE "I" "V" "S" "N".
       77  WS-CUO-TASA PIC 9(02)V9999 VALUE 0.
       77  WS-CUO-DESC PIC X(20) VALUE SPACES.

      *--------------------- WORK FIELDS -------------------------------
       77  WS-OPCION PIC 9 VALUE 0.
       77  WS-SUBOPC PIC 9 VALUE 0.
           PERFORM CARGA-DEPARTAMENTOS.
           PERFORM CARGA-PRESUPUESTOS.
           PERFORM CARGA-TIPOS-DED.
           PERFORM CARGA-CUOTAS.
           PERFORM MUESTRA-MENU UNTIL SALIR-MNT.
           STOP RUN.

           DISPLAY "2 - PRESUPUESTOS".
           DISPLAY "3 - TIPOS DE DEDUCCION".
           DISPLAY "4 - OPERADORES".
           DISPLAY "5 - CUOTAS PATRONALES".
           DISPLAY "6 - SALIR".
           DISPLAY "SELECCIONE UN CATALOGO:".
           ACCEPT WS-OPCION.
           MOVE "N" TO WS-REGRESA.
               WHEN 2 PERFORM MENU-PRESUPUESTOS UNTIL REGRESA-MENU
               WHEN 3 PERFORM MENU-TIPOS-DED UNTIL REGRESA-MENU
               WHEN 4 PERFORM MENU-OPERADORES UNTIL REGRESA-MENU
               WHEN 5 PERFORM MENU-CUOTAS UNTIL REGRESA-MENU
               WHEN 6 MOVE "S" TO WS-SALIR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

           CLOSE OPERADORES.
           DISPLAY "CATALOGO DE OPERADORES ACTUALIZADO".

      *================== CATALOGO DE CUOTAS PATRONALES =================
       MENU-CUOTAS.
           DISPLAY "1 - ALTA  2 - CAMBIO  3 - BAJA  4 - CONSULTA".
           DISPLAY "5 - REGRESAR".
           ACCEPT WS-SUBOPC.
           EVALUATE WS-SUBOPC
               WHEN 1 PERFORM ALTA-CUOTA
               WHEN 2 PERFORM CAMBIO-CUOTA
               WHEN 3 PERFORM BAJA-CUOTA
               WHEN 4 PERFORM CONSULTA-CUOTAS
               WHEN 5 MOVE "S" TO WS-REGRESA
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       ALTA-CUOTA.
           DISPLAY "CODIGO (3):".
           ACCEPT WS-COD-BUSCA.
           PERFORM BUSCA-CUOTA-TAB.
           IF CUO-FND
               DISPLAY "CODIGO YA EXISTE"
           ELSE
               IF WS-CUO-CONT >= 20
                   DISPLAY "CATALOGO LLENO"
               ELSE
                   PERFORM CAPTURA-TIPO-TASA
                   IF WS-ERR = 0
                       ADD 1 TO WS-CUO-CONT
                       MOVE WS-COD-BUSCA TO CUO-TAB-COD(WS-CUO-CONT)
                       MOVE WS-CUO-CONT TO WS-CUO-EDIT
                       PERFORM GUARDA-DATOS-CUOTA
                       PERFORM GRABA-CUOTAS
                       MOVE "ALTA-CUO" TO WS-AUD-ACCION
                       PERFORM GRABA-AUDITORIA
                   END-IF
               END-IF
           END-IF.

       CAMBIO-CUOTA.
           DISPLAY "CODIGO A CAMBIAR:".
           ACCEPT WS-COD-BUSCA.
           PERFORM BUSCA-CUOTA-TAB.
           IF NOT CUO-FND
               DISPLAY "CODIGO NO EXISTE"
           ELSE
               DISPLAY "ACTUAL: " CUO-TAB-DESC(WS-CUO-IDX) " "
                   CUO-TAB-TIPO(WS-CUO-IDX) " "
                   CUO-TAB-TASA(WS-CUO-IDX)
               PERFORM CAPTURA-TIPO-TASA
               IF WS-ERR = 0
                   MOVE WS-CUO-IDX TO WS-CUO-EDIT
                   PERFORM GUARDA-DATOS-CUOTA
                   PERFORM GRABA-CUOTAS
                   MOVE "CAM-CUO" TO WS-AUD-ACCION
                   PERFORM GRABA-AUDITORIA
               END-IF
           END-IF.

      * The group decides which column of the cost report the branch
      * adds to, so only the four known groups are accepted.
       CAPTURA-TIPO-TASA.
           MOVE 0 TO WS-ERR.
           DISPLAY "DESCRIPCION:".
           ACCEPT WS-CUO-DESC.
           DISPLAY "GRUPO (I=IMSS, V=INFONAVIT, S=SAR, N=NOMINA):".
           ACCEPT WS-CUO-TIPO.
           IF NOT CUO-TIPO-OK
               DISPLAY "GRUPO INVALIDO"
               MOVE 1 TO WS-ERR
           ELSE
               DISPLAY "TASA % SOBRE PERCEPCION (99V9999):"
               ACCEPT WS-CUO-TASA
               IF WS-CUO-TASA = 0
                   DISPLAY "TASA EN CERO, USE BAJA"
                   MOVE 1 TO WS-ERR
               END-IF
           END-IF.

       GUARDA-DATOS-CUOTA.
           MOVE WS-CUO-DESC TO CUO-TAB-DESC(WS-CUO-EDIT).
           MOVE WS-CUO-TIPO TO CUO-TAB-TIPO(WS-CUO-EDIT).
           MOVE WS-CUO-TASA TO CUO-TAB-TASA(WS-CUO-EDIT).

       BAJA-CUOTA.
           DISPLAY "CODIGO A DAR DE BAJA:".
           ACCEPT WS-COD-BUSCA.
           PERFORM BUSCA-CUOTA-TAB.
           IF NOT CUO-FND
               DISPLAY "CODIGO NO EXISTE"
           ELSE
               PERFORM ELIMINA-CUOTA-TAB
               PERFORM GRABA-CUOTAS
               MOVE "BAJA-CUO" TO WS-AUD-ACCION
               PERFORM GRABA-AUDITORIA
           END-IF.

       ELIMINA-CUOTA-TAB.
           PERFORM VARYING WS-CUO-SCAN FROM WS-CUO-IDX BY 1
                   UNTIL WS-CUO-SCAN >= WS-CUO-CONT
               MOVE CUO-ENT(WS-CUO-SCAN + 1)
                   TO CUO-ENT(WS-CUO-SCAN)
           END-PERFORM.
           MOVE SPACES TO CUO-TAB-COD(WS-CUO-CONT).
           MOVE SPACES TO CUO-TAB-DESC(WS-CUO-CONT).
           MOVE SPACES TO CUO-TAB-TIPO(WS-CUO-CONT).
           MOVE ZEROES TO CUO-TAB-TASA(WS-CUO-CONT).
           SUBTRACT 1 FROM WS-CUO-CONT.

       CONSULTA-CUOTAS.
           PERFORM VARYING WS-CUO-SCAN FROM 1 BY 1
                   UNTIL WS-CUO-SCAN > WS-CUO-CONT
               DISPLAY "  " CUO-TAB-COD(WS-CUO-SCAN) " "
                   CUO-TAB-DESC(WS-CUO-SCAN) " "
                   CUO-TAB-TIPO(WS-CUO-SCAN) " "
                   CUO-TAB-TASA(WS-CUO-SCAN)
           END-PERFORM.

       GRABA-CUOTAS.
           OPEN OUTPUT CUOTAS.
           PERFORM VARYING WS-CUO-SCAN FROM 1 BY 1
                   UNTIL WS-CUO-SCAN > WS-CUO-CONT
               MOVE CUO-TAB-COD(WS-CUO-SCAN) TO CUO-COD
               MOVE CUO-TAB-DESC(WS-CUO-SCAN) TO CUO-DESC
               MOVE CUO-TAB-TIPO(WS-CUO-SCAN) TO CUO-TIPO
               MOVE CUO-TAB-TASA(WS-CUO-SCAN) TO CUO-TASA
               WRITE CUO-REG
           END-PERFORM.
           CLOSE CUOTAS.
           DISPLAY "CATALOGO DE CUOTAS PATRONALES ACTUALIZADO".

      *================== VERIFICACIONES REFERENCIALES ==================
      * The checks read the living files on demand so the answer is
      * always current, not a snapshot from sign-on time.
               END-IF
           END-PERFORM.

       BUSCA-CUOTA-TAB.
           MOVE "N" TO WS-CUO-FND.
           MOVE 0 TO WS-CUO-IDX.
           PERFORM VARYING WS-CUO-SCAN FROM 1 BY 1
                   UNTIL WS-CUO-SCAN > WS-CUO-CONT
               IF CUO-TAB-COD(WS-CUO-SCAN) = WS-COD-BUSCA
                   MOVE "S" TO WS-CUO-FND
                   MOVE WS-CUO-SCAN TO WS-CUO-IDX
               END-IF
           END-PERFORM.

       BUSCA-OPER-TAB.
           MOVE "N" TO WS-OPER-FND.
           MOVE 0 TO WS-OPER-IDX.
               END-PERFORM
               CLOSE TIPOS-DED.

       CARGA-CUOTAS.
           MOVE 0 TO WS-CUO-CONT.
           OPEN INPUT CUOTAS.
           IF CUO-FILE-STATUS = "35"
               DISPLAY "CUOTAS.DAT NO ENCONTRADO"
           ELSE
               PERFORM UNTIL CUO-FILE-STATUS = "10"
                   READ CUOTAS
                       AT END MOVE "10" TO CUO-FILE-STATUS
                       NOT AT END PERFORM GUARDA-CUOTA
                   END-READ
               END-PERFORM
               CLOSE CUOTAS.

       GUARDA-CUOTA.
           IF WS-CUO-CONT < 20
               ADD 1 TO WS-CUO-CONT
               MOVE CUO-COD TO CUO-TAB-COD(WS-CUO-CONT)
               MOVE CUO-DESC TO CUO-TAB-DESC(WS-CUO-CONT)
               MOVE CUO-TIPO TO CUO-TAB-TIPO(WS-CUO-CONT)
               MOVE CUO-TASA TO CUO-TAB-TASA(WS-CUO-CONT)
           ELSE
               DISPLAY "CUOTAS.DAT EXCEDE 20 RAMOS, SE IGNORA:" CUO-COD
           END-IF.

      *------------------------- FIRMA OPERADOR --------------------------
      * Sign-on against the OPERADOR.DAT master: unknown id or wrong
      * password ends the run; the catalogs gate every capture, so
