      *            marginal rate, employment subsidy) instead of the
      *            flat P-type percentage; the percentage remains the
      *            fallback when the tariff file is absent.
      * 15/10/26 - Pay group (EMP-GRUPO) captured with each employee,
      *            and carried on the batch record as LOTE-GRUPO; a
      *            blank group, as on an older HR export, is monthly.
      * 15/10/26 - The loan line (PRE) cannot be keyed at capture; it
      *            is set up from the PRESTAMOS master by 2PREMNT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2EMPCAP.
      *----------------------------------------------------------------
      * LOTE-REG - HR export transaction record, one per employee to
      * be loaded in batch mode; same data as EMP-REG before EMP-NETO
      * is derived, with the pay group last.
      *----------------------------------------------------------------
       FD  LOTE-EMPLEADOS.
       01  LOTE-REG.
           02 LOTE-DEPT PIC X(20) VALUE SPACES.
           02 LOTE-PERC PIC 9(05)V99 VALUE ZEROES.
           02 LOTE-DEDU PIC 9(05) VALUE ZEROES.
           02 LOTE-GRUPO PIC X(01) VALUE SPACE.

       FD  TIPOS-DED.
       COPY TIPODED.
       77  OPER-FILE-STATUS PIC XX VALUE "00".
       77  WS-OPERADOR PIC X(08) VALUE SPACES.

      *--------------------- PAY GROUP ---------------------------------
       COPY GRUPTAB.
       77  WS-GRUPO PIC X(01) VALUE "M".
       77  WS-GRP-IDX PIC 9 VALUE 0.
       77  WS-GRP-SCAN PIC 9 VALUE 0.

      *--------------------- OPERATOR SIGN-ON --------------------------
       01  OPER-TAB.
           02 OPER-ENT OCCURS 20 TIMES.
           ACCEPT EMP-NOMB.
           DISPLAY "INGRESE DEPARTAMENTO:".
           ACCEPT EMP-DEPT.
           DISPLAY "GRUPO DE PAGO (M=MENSUAL Q=QUINCENAL S=SEMANAL,"
               " ESPACIO=M):".
           ACCEPT WS-GRUPO.
           DISPLAY "INGRESE PERCEPCION MENSUAL"
           ACCEPT EMP-PERC.
           PERFORM CAPTURA-DEDUCCIONES.
           PERFORM GRABA-EMPLEADO.
               IF NOT DEPT-FND
                   DISPLAY "DEPARTAMENTO INVALIDO"
                   MOVE 1 TO ERR.
           IF ERR = 0
               PERFORM BUSCA-GRUPO
               IF WS-GRP-IDX = 0
                   DISPLAY "GRUPO DE PAGO INVALIDO"
                   MOVE 1 TO ERR
               ELSE
                   MOVE WS-GRUPO TO EMP-GRUPO.
           IF ERR = 0
               IF EMP-DEDU > EMP-PERC
                   DISPLAY "DEDUCCION MAYOR QUE PERCEPCION"
           MOVE LOTE-DEPT TO EMP-DEPT.
           MOVE LOTE-PERC TO EMP-PERC.
           MOVE LOTE-DEDU TO EMP-DEDU.
           MOVE LOTE-GRUPO TO WS-GRUPO.
      * The HR export only carries a lump deduction, so the detail
      * backing it is a single line under the catch-all code OTR.
           MOVE 0 TO WS-DED-CONT.
           IF ERR NOT = 0
               DISPLAY "REGISTRO DE LOTE RECHAZADO, NOMINA:" LOTE-NOMI.

      *------------------------- BUSCA GRUPO -----------------------------
       BUSCA-GRUPO.
           IF WS-GRUPO = SPACE
               MOVE "M" TO WS-GRUPO.
           MOVE 0 TO WS-GRP-IDX.
           PERFORM VARYING WS-GRP-SCAN FROM 1 BY 1
                   UNTIL WS-GRP-SCAN > 3
               IF GRP-COD(WS-GRP-SCAN) = WS-GRUPO
                   MOVE WS-GRP-SCAN TO WS-GRP-IDX
               END-IF
           END-PERFORM.

      *------------------------- CAPTURA DEDUCCIONES ---------------------
      * Captures the employee's deduction detail lines against the
      * TIPODED catalog: percentage types compute from EMP-PERC, fixed
           IF WS-DED-COD = "FIN" OR WS-DED-COD = SPACES
               MOVE "S" TO WS-FIN-DED
           ELSE
               IF WS-DED-COD = "PRE"
                   DISPLAY "LA LINEA PRE SE MANTIENE EN 2PREMNT"
               ELSE
                   PERFORM BUSCA-TIPO-DED
                   IF NOT TDED-FND
                       DISPLAY "CODIGO DE DEDUCCION INVALIDO"
                   ELSE
                       PERFORM ARMA-LINEA-DED
                   END-IF
               END-IF
           END-IF.

