      * Tectonics: cobc
      *
      * Modification history:
      * 15/10/26 - Ends with RETURN-CODE 4 when there are findings and 8
      *            when it cannot run, so the month-end driver 2CIERMES
      *            holds the close until they are corrected.
      * 15/10/26 - Pay groups: the trial close simulates the open
      *            period of the pay group asked for, over that group's
      *            employees, with the percepcion, deductions and net
      *            prorated to the group's frequency as 2PERCLS closes
      *            them; the department ceilings still add every
      *            employee's monthly percepcion, whatever the group.
      * 15/10/26 - Calendar table widened to 200 periods, enough for
      *            a full year of every pay group (12 months, 24
      *            quincenas and 52 weeks).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2PRECIER.
       77  WS-HAY-INC PIC X VALUE "N".
           88 HAY-INC VALUE "S".

      *--------------------- PAY GROUP ---------------------------------
       COPY GRUPTAB.
       77  WS-GRUPO PIC X(01) VALUE "M".
       77  WS-EMP-GRUPO PIC X(01) VALUE "M".
       77  WS-GRP-IDX PIC 9 VALUE 0.
       77  WS-GRP-SCAN PIC 9 VALUE 0.
       77  WS-PERC-PER PIC 9(06)V99 VALUE 0.
       77  WS-DEDU-PER PIC 9(06)V99 VALUE 0.
       77  WS-DED-PER PIC 9(05)V99 VALUE 0.

      *--------------------- PAYROLL CALENDAR --------------------------
       01  CAL-TAB.
           02 CAL-ENT OCCURS 200 TIMES.
               03 CAL-TAB-PERIODO PIC 9(06) VALUE ZEROES.
               03 CAL-TAB-ESTADO  PIC X(01) VALUE "F".
               03 CAL-TAB-GRUPO   PIC X(01) VALUE "M".
       77  WS-CAL-CONT PIC 999 VALUE 0.
       77  WS-CAL-SCAN PIC 999 VALUE 0.

       01  DEPT-TAB.
           02 DEPT-ENT OCCURS 20 TIMES.
           OPEN INPUT EMPLOYEES.
           IF EMP-FILE-STATUS = "35"
               DISPLAY "EMPLOYEES NO EXISTE, NADA QUE VALIDAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT DEDUCCION.
           OPEN INPUT CUENTAS.
           IF WS-CONT-HALLAZGOS = 0
               DISPLAY "SIN HALLAZGOS, EL CIERRE PUEDE CORRERSE"
           ELSE
               DISPLAY "CORRIJA ANTES DE CERRAR CON 2PERCLS"
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

      *------------------------- DETERMINA PERIODO -----------------------
      * The period simulated is the pay group's open one on the
      * calendar - the same period 2PERCLS will accept; without a
      * calendar the operator types it, as the close once did.
       DETERMINA-PERIODO.
           DISPLAY "GRUPO DE PAGO (M=MENSUAL Q=QUINCENAL S=SEMANAL):".
           ACCEPT WS-GRUPO.
           PERFORM BUSCA-GRUPO.
           IF WS-GRP-IDX = 0
               DISPLAY "GRUPO DE PAGO INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-CALENDARIO.
           PERFORM VARYING WS-CAL-SCAN FROM 1 BY 1
                   UNTIL WS-CAL-SCAN > WS-CAL-CONT
               IF CAL-TAB-ESTADO(WS-CAL-SCAN) = "A"
                   AND (CAL-TAB-GRUPO(WS-CAL-SCAN) = WS-GRUPO
                     OR (CAL-TAB-GRUPO(WS-CAL-SCAN) = SPACE
                         AND WS-GRUPO = "M"))
                   MOVE CAL-TAB-PERIODO(WS-CAL-SCAN) TO WS-PERIODO
               END-IF
           END-PERFORM.
               DISPLAY "PERIODO ABIERTO A SIMULAR: " WS-PERIODO.
           IF WS-PERIODO = 0
               DISPLAY "PERIODO INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *------------------------- VALIDA EMPLEADO -------------------------
           IF EMP-BAJA
               CONTINUE
           ELSE
               PERFORM BUSCA-DEPTO
               IF DEPT-FND
                   ADD EMP-PERC TO PERC-SUM(WS-DEPT-IDX)
               END-IF
               MOVE EMP-GRUPO TO WS-EMP-GRUPO
               IF WS-EMP-GRUPO = SPACE
                   MOVE "M" TO WS-EMP-GRUPO
               END-IF
               IF WS-EMP-GRUPO = WS-GRUPO
                   PERFORM PROYECTA-REGISTRO
               END-IF
           END-IF.

      * A shorter frequency projects its prorated percepcion and
      * deduction lines (the loan installment, PRE, is already per
      * period), the way 2PERCLS will historize them.
       PROYECTA-REGISTRO.
           ADD 1 TO WS-TOT-EMP.
           PERFORM VALORA-INCIDENCIAS.
           COMPUTE WS-PERC-PER ROUNDED =
                   EMP-PERC * GRP-DIAS(WS-GRP-IDX) / 30.
           COMPUTE WS-PERC-VAL = WS-PERC-PER + WS-INC-AJUSTE.
           IF WS-PERC-VAL < 0
               MOVE 0 TO WS-PERC-VAL.
           PERFORM SUMA-DEDUCCIONES.
           IF WS-GRUPO = "M"
               COMPUTE WS-NETO-VAL = EMP-NETO + WS-INC-AJUSTE
               ADD EMP-DEDU TO WS-TOT-DEDU
           ELSE
               COMPUTE WS-NETO-VAL = WS-PERC-PER - WS-DEDU-PER
                       + WS-INC-AJUSTE
               ADD WS-DEDU-PER TO WS-TOT-DEDU
           END-IF.
           ADD WS-PERC-VAL TO WS-TOT-PERC.
           IF WS-NETO-VAL > 0
               ADD WS-NETO-VAL TO WS-TOT-NETO.
           IF WS-VAL-CONT < WS-VAL-MAX
               ADD 1 TO WS-VAL-CONT
               MOVE WS-VAL-CONT TO WS-VAL-IDX
      *------------------------- SUMA DEDUCCIONES ------------------------
       SUMA-DEDUCCIONES.
           MOVE 0 TO WS-SUMA-DED.
           MOVE 0 TO WS-DEDU-PER.
           IF DED-FILE-STATUS NOT = "35"
               MOVE EMP-NOMI TO DED-NOMI
               MOVE LOW-VALUES TO DED-COD
                               MOVE "10" TO DED-FILE-STATUS
                           ELSE
                               ADD DED-IMPORTE TO WS-SUMA-DED
                               PERFORM PRORRATEA-LINEA-DED
                               ADD WS-DED-PER TO WS-DEDU-PER
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO DED-FILE-STATUS
           END-IF.

       PRORRATEA-LINEA-DED.
           IF DED-COD = "PRE"
               MOVE DED-IMPORTE TO WS-DED-PER
           ELSE
               COMPUTE WS-DED-PER ROUNDED =
                       DED-IMPORTE * GRP-DIAS(WS-GRP-IDX) / 30
           END-IF.

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

      *------------------------- VALORA INCIDENCIAS ----------------------
      * The same valuation 2PERCLS applies at close: hours at the
      * hourly rate EMP-PERC/240, amounts as captured, signed.
               CLOSE CALENDARIO.

       GUARDA-PERIODO-CAL.
           IF WS-CAL-CONT < 200
               ADD 1 TO WS-CAL-CONT
               MOVE CAL-PERIODO TO CAL-TAB-PERIODO(WS-CAL-CONT)
               MOVE CAL-ESTADO TO CAL-TAB-ESTADO(WS-CAL-CONT)
               MOVE CAL-GRUPO TO CAL-TAB-GRUPO(WS-CAL-CONT)
           END-IF.

      *------------------------- CARGA PRESUPUESTOS ----------------------
           MOVE SPACES TO RPT-LINEA.
           STRING "SIMULACION DE CIERRE PERIODO " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  "  GRUPO: " DELIMITED BY SIZE
                  GRP-DESC(WS-GRP-IDX) DELIMITED BY SIZE
                  "  PAGINA: " DELIMITED BY SIZE
                  WS-PAGINA-CONT DELIMITED BY SIZE
                  INTO RPT-LINEA.
