      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Month-end stream driver - runs the period-end programs
      *          in their fixed order (2PRECIER, 2PERCLS, 2BANKEXT,
      *          2POLIZA, 2RECIBOS, 2RESPALD) for the pay group the
      *          operator chooses, against that group's open CALEND.DAT
      *          period, recording each step's start, end, return code
      *          and outcome in the run-control file CIERMES.DAT (six
      *          lines per group; a run rewrites only its own, so groups
      *          close, disburse and resume independently). A step that
      *          fails (non-zero return code, or a close, batch or
      *          poliza that did not land for the period - the batch
      *          check reads every group's LOTECTL.DAT line) stops the
      *          stream; the next run resumes at the failed step under
      *          the same period instead of repeating the steps already
      *          committed. Every run prints the run log (CIERMES.RPT)
      *          for the operations binder.
      * Tectonics: cobc
      *
      * Modification history:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2CIERMES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CIERRE ASSIGN TO "CIERMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMES-FILE-STATUS.
           SELECT CALENDARIO ASSIGN TO "CALEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT CONTROL-LOTE ASSIGN TO "LOTECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT BITACORA-POLIZA ASSIGN TO "POLLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLOG-FILE-STATUS.
           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.
           SELECT REPORTE ASSIGN TO "CIERMES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CIERRE.
       COPY CMESREC.

       FD  CALENDARIO.
       COPY CALREC.

       FD  CONTROL-LOTE.
       COPY SEQCTL.

       FD  BITACORA-POLIZA.
       COPY PLOGREC.

       FD  OPERADORES.
       COPY OPERREC.

       FD  REPORTE.
       01  RPT-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       77  CMES-FILE-STATUS PIC XX VALUE "00".
       77  CAL-FILE-STATUS PIC XX VALUE "00".
       77  CTL-FILE-STATUS PIC XX VALUE "00".
       77  PLOG-FILE-STATUS PIC XX VALUE "00".
       77  OPER-FILE-STATUS PIC XX VALUE "00".
       77  RPT-FILE-STATUS PIC XX VALUE "00".
       77  WS-OPERADOR PIC X(08) VALUE SPACES.
       77  WS-PERIODO PIC 9(06) VALUE 0.
       77  WS-PER-ABIERTO PIC 9(06) VALUE 0.
       77  WS-RESP PIC X VALUE SPACES.
       77  WS-FECHA-HOY PIC 9(08) VALUE 0.

      *--------------------- PAY GROUP ---------------------------------
       COPY GRUPTAB.
       77  WS-GRUPO PIC X(01) VALUE "M".
       77  WS-GRP-IDX PIC 9 VALUE 0.
       77  WS-GRP-SCAN PIC 9 VALUE 0.
       77  WS-CMES-GRUPO PIC X(01) VALUE "M".

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

      *--------------------- PAYROLL CALENDAR --------------------------
       01  CAL-TAB.
           02 CAL-ENT OCCURS 200 TIMES.
               03 CAL-TAB-PERIODO PIC 9(06) VALUE ZEROES.
               03 CAL-TAB-ESTADO  PIC X(01) VALUE "F".
               03 CAL-TAB-GRUPO   PIC X(01) VALUE "M".
       77  WS-CAL-CONT PIC 999 VALUE 0.
       77  WS-CAL-IDX PIC 999 VALUE 0.
       77  WS-CAL-SCAN PIC 999 VALUE 0.
       77  WS-CAL-FND PIC X VALUE "N".
           88 CAL-FND VALUE "S".

      *--------------------- STREAM DEFINITION -------------------------
      * The stream in execution order: each step's program and the
      * command that runs it. The order is fixed - every step relies
      * on what the one before it committed.
       01  WS-PASOS-DEF.
           02 FILLER PIC X(08) VALUE "2PRECIER".
           02 FILLER PIC X(20) VALUE "./PreCier".
           02 FILLER PIC X(08) VALUE "2PERCLS".
           02 FILLER PIC X(20) VALUE "./PerCls".
           02 FILLER PIC X(08) VALUE "2BANKEXT".
           02 FILLER PIC X(20) VALUE "./BankExt".
           02 FILLER PIC X(08) VALUE "2POLIZA".
           02 FILLER PIC X(20) VALUE "./Poliza".
           02 FILLER PIC X(08) VALUE "2RECIBOS".
           02 FILLER PIC X(20) VALUE "./Recibos".
           02 FILLER PIC X(08) VALUE "2RESPALD".
           02 FILLER PIC X(20) VALUE "./Respald".
       01  WS-PASOS-R REDEFINES WS-PASOS-DEF.
           02 WS-PASO-DEF OCCURS 6 TIMES.
               03 WS-PASO-PROG PIC X(08).
               03 WS-PASO-CMD  PIC X(20).
       77  WS-PASOS-TOTAL PIC 99 VALUE 6.

      *--------------------- RUN CONTROL -------------------------------
       01  CMES-TAB.
           02 CMES-ENT OCCURS 6 TIMES.
               03 CMES-TAB-PERIODO  PIC 9(06) VALUE ZEROES.
               03 CMES-TAB-PROGRAMA PIC X(08) VALUE SPACES.
               03 CMES-TAB-ESTADO   PIC X(01) VALUE "P".
               03 CMES-TAB-FEC-INI  PIC 9(08) VALUE ZEROES.
               03 CMES-TAB-HORA-INI PIC 9(08) VALUE ZEROES.
               03 CMES-TAB-FEC-FIN  PIC 9(08) VALUE ZEROES.
               03 CMES-TAB-HORA-FIN PIC 9(08) VALUE ZEROES.
               03 CMES-TAB-RC       PIC 9(04) VALUE ZEROES.
               03 CMES-TAB-OPERADOR PIC X(08) VALUE SPACES.
               03 CMES-TAB-OBS      PIC X(30) VALUE SPACES.
       77  WS-CMES-CONT PIC 99 VALUE 0.
      * Other groups' run-control lines, written back untouched.
       01  CMES-OTRA-TAB.
           02 CMES-OTRA-LINEA OCCURS 12 TIMES PIC X(92).
       77  WS-OTRA-CONT PIC 99 VALUE 0.
       77  WS-OTRA-SCAN PIC 99 VALUE 0.
       77  WS-PASO PIC 99 VALUE 0.
       77  WS-PASO-INI PIC 99 VALUE 0.
       77  WS-COMANDO PIC X(20) VALUE SPACES.
       77  WS-RC PIC S9(09) VALUE 0.
       77  WS-FALLA PIC X VALUE "N".
           88 HAY-FALLA VALUE "S".
       77  WS-REANUDA PIC X VALUE "N".
           88 REANUDA VALUE "S".
       77  WS-APLICADO PIC X VALUE "N".
           88 PASO-APLICADO VALUE "S".

       77  WS-LINEAS-POR-PAGINA PIC 99 VALUE 20.
       77  WS-LINEA-CONT PIC 99 VALUE 0.
       77  WS-PAGINA-CONT PIC 99 VALUE 0.

       01  WS-DETALLE.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-PASO PIC Z9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-PROGRAMA PIC X(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-ESTADO PIC X(11).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-FEC-INI PIC 9(08).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-HORA-INI PIC 9(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-FEC-FIN PIC 9(08).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-HORA-FIN PIC 9(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-RC PIC ZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-OPERADOR PIC X(08).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-OBS PIC X(30).
       PROCEDURE DIVISION.

      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           DISPLAY "CORRIDA DE CIERRE MENSUAL".
           PERFORM FIRMA-OPERADOR.
           DISPLAY "GRUPO DE PAGO (M=MENSUAL Q=QUINCENAL S=SEMANAL):".
           ACCEPT WS-GRUPO.
           PERFORM BUSCA-GRUPO.
           IF WS-GRP-IDX = 0
               DISPLAY "GRUPO DE PAGO INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           DISPLAY "GRUPO DE PAGO: " GRP-DESC(WS-GRP-IDX).
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGA-CALENDARIO.
           PERFORM BUSCA-PERIODO-ABIERTO.
           PERFORM CARGA-CONTROL-CIERRE.
           IF WS-CMES-CONT = WS-PASOS-TOTAL
               PERFORM VERIFICA-REANUDACION.
           IF NOT REANUDA
               IF WS-PER-ABIERTO = 0
                   DISPLAY "SIN PERIODO ABIERTO DEL GRUPO EN CALEND.DAT"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM INICIA-CORRIDA
           END-IF.
           DISPLAY "PERIODO DE LA CORRIDA: " WS-PERIODO.
           DISPLAY "EJECUTAR DESDE EL PASO " WS-PASO-INI " "
               WS-PASO-PROG(WS-PASO-INI) " (S/N):".
           ACCEPT WS-RESP.
           IF WS-RESP NOT = "S"
               DISPLAY "CORRIDA NO EJECUTADA"
               STOP RUN.
           PERFORM GUARDA-CONTROL-CIERRE.
           PERFORM EJECUTA-PASO
               VARYING WS-PASO FROM WS-PASO-INI BY 1
               UNTIL WS-PASO > WS-PASOS-TOTAL OR HAY-FALLA.
           PERFORM IMPRIME-BITACORA.
           IF HAY-FALLA
               DISPLAY "CORRIDA DETENIDA, CORRIJA Y VUELVA A EJECUTAR"
                   " 2CIERMES PARA REANUDAR"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CORRIDA DEL PERIODO " WS-PERIODO " TERMINADA"
               MOVE 0 TO RETURN-CODE.
           DISPLAY "BITACORA EN CIERMES.RPT".
           STOP RUN.

      *------------------------- VERIFICA REANUDACION --------------------
      * A stored run with a step not finished is resumed under its own
      * period, as long as the calendar still agrees with it: before
      * the close step the period must still be the open one, after
      * it the period must be closed. Otherwise (the period was
      * reopened or closed by hand) a new run starts.
       VERIFICA-REANUDACION.
           MOVE 0 TO WS-PASO-INI.
           PERFORM VARYING WS-PASO FROM WS-PASOS-TOTAL BY -1
                   UNTIL WS-PASO < 1
               IF CMES-TAB-ESTADO(WS-PASO) NOT = "T"
                   MOVE WS-PASO TO WS-PASO-INI
               END-IF
           END-PERFORM.
           IF WS-PASO-INI > 0
               MOVE CMES-TAB-PERIODO(1) TO WS-PERIODO
               PERFORM BUSCA-PERIODO-CAL
               IF CAL-FND
                   IF (CMES-TAB-ESTADO(2) = "T"
                           AND CAL-TAB-ESTADO(WS-CAL-IDX) = "C")
                       OR (CMES-TAB-ESTADO(2) NOT = "T"
                           AND WS-PERIODO = WS-PER-ABIERTO)
                       MOVE "S" TO WS-REANUDA
                   END-IF
               END-IF
               IF REANUDA
                   DISPLAY "CORRIDA PENDIENTE DEL PERIODO " WS-PERIODO
                   DISPLAY "SE REANUDA EN EL PASO " WS-PASO-INI " "
                       CMES-TAB-PROGRAMA(WS-PASO-INI)
               ELSE
                   DISPLAY "LA CORRIDA PENDIENTE DEL PERIODO "
                       WS-PERIODO " YA NO CORRESPONDE AL CALENDARIO"
                   DISPLAY "SE INICIA UNA CORRIDA NUEVA"
               END-IF
           END-IF.

      *------------------------- INICIA CORRIDA --------------------------
       INICIA-CORRIDA.
           MOVE WS-PER-ABIERTO TO WS-PERIODO.
           MOVE WS-PASOS-TOTAL TO WS-CMES-CONT.
           PERFORM VARYING WS-PASO FROM 1 BY 1
                   UNTIL WS-PASO > WS-PASOS-TOTAL
               MOVE WS-PERIODO TO CMES-TAB-PERIODO(WS-PASO)
               MOVE WS-PASO-PROG(WS-PASO) TO CMES-TAB-PROGRAMA(WS-PASO)
               MOVE "P" TO CMES-TAB-ESTADO(WS-PASO)
               MOVE ZEROES TO CMES-TAB-FEC-INI(WS-PASO)
               MOVE ZEROES TO CMES-TAB-HORA-INI(WS-PASO)
               MOVE ZEROES TO CMES-TAB-FEC-FIN(WS-PASO)
               MOVE ZEROES TO CMES-TAB-HORA-FIN(WS-PASO)
               MOVE ZEROES TO CMES-TAB-RC(WS-PASO)
               MOVE SPACES TO CMES-TAB-OPERADOR(WS-PASO)
               MOVE SPACES TO CMES-TAB-OBS(WS-PASO)
           END-PERFORM.
           MOVE 1 TO WS-PASO-INI.

      *------------------------- EJECUTA PASO ----------------------------
      * The step is marked running before it starts, so a run cut
      * short shows where it stopped. A step whose effect is already
      * on file for the period (closed by hand, batch or poliza
      * already produced) is recorded as done and not repeated.
       EJECUTA-PASO.
           PERFORM VERIFICA-APLICADO.
           IF PASO-APLICADO
               MOVE "T" TO CMES-TAB-ESTADO(WS-PASO)
               MOVE WS-OPERADOR TO CMES-TAB-OPERADOR(WS-PASO)
               ACCEPT CMES-TAB-FEC-FIN(WS-PASO) FROM DATE YYYYMMDD
               ACCEPT CMES-TAB-HORA-FIN(WS-PASO) FROM TIME
               MOVE "YA APLICADO, NO SE REPITE" TO CMES-TAB-OBS(WS-PASO)
               PERFORM GUARDA-CONTROL-CIERRE
               DISPLAY "PASO " WS-PASO " " WS-PASO-PROG(WS-PASO)
                   " YA APLICADO PARA EL PERIODO"
           ELSE
               PERFORM CORRE-PASO
           END-IF.

       CORRE-PASO.
           MOVE "E" TO CMES-TAB-ESTADO(WS-PASO).
           MOVE WS-OPERADOR TO CMES-TAB-OPERADOR(WS-PASO).
           ACCEPT CMES-TAB-FEC-INI(WS-PASO) FROM DATE YYYYMMDD.
           ACCEPT CMES-TAB-HORA-INI(WS-PASO) FROM TIME.
           MOVE ZEROES TO CMES-TAB-FEC-FIN(WS-PASO).
           MOVE ZEROES TO CMES-TAB-HORA-FIN(WS-PASO).
           MOVE ZEROES TO CMES-TAB-RC(WS-PASO).
           MOVE SPACES TO CMES-TAB-OBS(WS-PASO).
           PERFORM GUARDA-CONTROL-CIERRE.
           DISPLAY "==================================================".
           DISPLAY "PASO " WS-PASO " DE " WS-PASOS-TOTAL ": "
               WS-PASO-PROG(WS-PASO).
           IF WS-PASO = 1
               DISPLAY "CAPTURE EL GRUPO " WS-GRUPO
                   " CUANDO EL PROGRAMA LO SOLICITE".
           IF WS-PASO > 1 AND WS-PASO < WS-PASOS-TOTAL
               DISPLAY "CAPTURE EL PERIODO " WS-PERIODO
                   " CUANDO EL PROGRAMA LO SOLICITE".
           MOVE WS-PASO-CMD(WS-PASO) TO WS-COMANDO.
           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING WS-COMANDO.
           MOVE RETURN-CODE TO WS-RC.
           MOVE 0 TO RETURN-CODE.
      * The shell hands back the step's exit code in the high byte.
           IF WS-RC > 255
               DIVIDE 256 INTO WS-RC.
           IF WS-RC < 0
               MOVE 9999 TO CMES-TAB-RC(WS-PASO)
           ELSE
               MOVE WS-RC TO CMES-TAB-RC(WS-PASO)
           END-IF.
           ACCEPT CMES-TAB-FEC-FIN(WS-PASO) FROM DATE YYYYMMDD.
           ACCEPT CMES-TAB-HORA-FIN(WS-PASO) FROM TIME.
           IF WS-RC NOT = 0
               MOVE "F" TO CMES-TAB-ESTADO(WS-PASO)
               MOVE "S" TO WS-FALLA
               IF WS-PASO = 1 AND WS-RC = 4
                   MOVE "HALLAZGOS, VER PRECIER.RPT"
                       TO CMES-TAB-OBS(WS-PASO)
               ELSE
                   MOVE "TERMINO CON ERROR"
                       TO CMES-TAB-OBS(WS-PASO)
               END-IF
           ELSE
               PERFORM VERIFICA-RESULTADO
           END-IF.
           PERFORM GUARDA-CONTROL-CIERRE.
           DISPLAY "PASO " WS-PASO " " WS-PASO-PROG(WS-PASO) ": "
               CMES-TAB-OBS(WS-PASO).

      *------------------------- VERIFICA RESULTADO ----------------------
      * A zero return code is not enough for the steps that commit:
      * the close, the bank batch and the poliza must be on file for
      * the run's period (a different period typed at the prompt
      * leaves this one undone).
       VERIFICA-RESULTADO.
           IF WS-PASO = 2 OR WS-PASO = 3 OR WS-PASO = 4
               PERFORM VERIFICA-APLICADO
               IF NOT PASO-APLICADO
                   MOVE "F" TO CMES-TAB-ESTADO(WS-PASO)
                   MOVE "S" TO WS-FALLA
                   EVALUATE WS-PASO
                       WHEN 2
                           MOVE "PERIODO NO QUEDO CERRADO"
                               TO CMES-TAB-OBS(WS-PASO)
                       WHEN 3
                           MOVE "SIN LOTE BANCARIO DEL PERIODO"
                               TO CMES-TAB-OBS(WS-PASO)
                       WHEN 4
                           MOVE "SIN POLIZA DEL PERIODO"
                               TO CMES-TAB-OBS(WS-PASO)
                   END-EVALUATE
               END-IF
           END-IF.
           IF NOT HAY-FALLA
               MOVE "T" TO CMES-TAB-ESTADO(WS-PASO)
               MOVE "CORRECTO" TO CMES-TAB-OBS(WS-PASO).

      *------------------------- VERIFICA APLICADO -----------------------
      * Whether the step's effect for the run's period is on file:
      * the period closed on the calendar, the last bank batch made
      * for it, or its poliza on the export log.
       VERIFICA-APLICADO.
           MOVE "N" TO WS-APLICADO.
           EVALUATE WS-PASO
               WHEN 2
                   PERFORM CARGA-CALENDARIO
                   PERFORM BUSCA-PERIODO-CAL
                   IF CAL-FND
                       IF CAL-TAB-ESTADO(WS-CAL-IDX) = "C"
                           MOVE "S" TO WS-APLICADO
                       END-IF
                   END-IF
               WHEN 3
                   PERFORM VERIFICA-LOTE
               WHEN 4
                   PERFORM VERIFICA-POLIZA
           END-EVALUATE.

      * LOTECTL.DAT holds one line per pay group; the run's period
      * belongs to one group only, so any line carrying it will do.
       VERIFICA-LOTE.
           OPEN INPUT CONTROL-LOTE.
           IF CTL-FILE-STATUS NOT = "35"
               PERFORM UNTIL CTL-FILE-STATUS = "10"
                   READ CONTROL-LOTE
                       AT END MOVE "10" TO CTL-FILE-STATUS
                       NOT AT END
                           IF CTL-PERIODO NUMERIC
                               AND CTL-PERIODO = WS-PERIODO
                               MOVE "S" TO WS-APLICADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-LOTE
           END-IF.

       VERIFICA-POLIZA.
           OPEN INPUT BITACORA-POLIZA.
           IF PLOG-FILE-STATUS NOT = "35"
               PERFORM UNTIL PLOG-FILE-STATUS = "10"
                   READ BITACORA-POLIZA
                       AT END MOVE "10" TO PLOG-FILE-STATUS
                       NOT AT END
                           IF PLOG-PERIODO = WS-PERIODO
                               MOVE "S" TO WS-APLICADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BITACORA-POLIZA
           END-IF.

      *------------------------- CARGA CONTROL CIERRE --------------------
       CARGA-CONTROL-CIERRE.
           MOVE 0 TO WS-CMES-CONT.
           MOVE 0 TO WS-OTRA-CONT.
           OPEN INPUT CONTROL-CIERRE.
           IF CMES-FILE-STATUS NOT = "35"
               PERFORM UNTIL CMES-FILE-STATUS = "10"
                   READ CONTROL-CIERRE
                       AT END MOVE "10" TO CMES-FILE-STATUS
                       NOT AT END PERFORM GUARDA-PASO-CIERRE
                   END-READ
               END-PERFORM
               CLOSE CONTROL-CIERRE
           END-IF.

       GUARDA-PASO-CIERRE.
           MOVE CMES-GRUPO TO WS-CMES-GRUPO.
           IF WS-CMES-GRUPO = SPACE
               MOVE "M" TO WS-CMES-GRUPO.
           IF WS-CMES-GRUPO NOT = WS-GRUPO
               IF WS-OTRA-CONT < 12
                   ADD 1 TO WS-OTRA-CONT
                   MOVE CMES-REG TO CMES-OTRA-LINEA(WS-OTRA-CONT)
               END-IF
           ELSE
               PERFORM GUARDA-PASO-GRUPO
           END-IF.

       GUARDA-PASO-GRUPO.
           IF CMES-PASO > 0 AND CMES-PASO NOT > WS-PASOS-TOTAL
               ADD 1 TO WS-CMES-CONT
               MOVE CMES-PERIODO TO CMES-TAB-PERIODO(CMES-PASO)
               MOVE CMES-PROGRAMA TO CMES-TAB-PROGRAMA(CMES-PASO)
               MOVE CMES-ESTADO TO CMES-TAB-ESTADO(CMES-PASO)
               MOVE CMES-FEC-INI TO CMES-TAB-FEC-INI(CMES-PASO)
               MOVE CMES-HORA-INI TO CMES-TAB-HORA-INI(CMES-PASO)
               MOVE CMES-FEC-FIN TO CMES-TAB-FEC-FIN(CMES-PASO)
               MOVE CMES-HORA-FIN TO CMES-TAB-HORA-FIN(CMES-PASO)
               MOVE CMES-RC TO CMES-TAB-RC(CMES-PASO)
               MOVE CMES-OPERADOR TO CMES-TAB-OPERADOR(CMES-PASO)
               MOVE CMES-OBS TO CMES-TAB-OBS(CMES-PASO)
           END-IF.

      *------------------------- GUARDA CONTROL CIERRE -------------------
      * The run-control file is rewritten whole from the table after
      * every change of state, the way the calendar is rewritten;
      * the other groups' lines go back as they were read.
       GUARDA-CONTROL-CIERRE.
           OPEN OUTPUT CONTROL-CIERRE.
           PERFORM VARYING WS-OTRA-SCAN FROM 1 BY 1
                   UNTIL WS-OTRA-SCAN > WS-OTRA-CONT
               WRITE CMES-REG FROM CMES-OTRA-LINEA(WS-OTRA-SCAN)
           END-PERFORM.
           PERFORM VARYING WS-CAL-SCAN FROM 1 BY 1
                   UNTIL WS-CAL-SCAN > WS-PASOS-TOTAL
               MOVE CMES-TAB-PERIODO(WS-CAL-SCAN) TO CMES-PERIODO
               MOVE WS-CAL-SCAN TO CMES-PASO
               MOVE CMES-TAB-PROGRAMA(WS-CAL-SCAN) TO CMES-PROGRAMA
               MOVE CMES-TAB-ESTADO(WS-CAL-SCAN) TO CMES-ESTADO
               MOVE CMES-TAB-FEC-INI(WS-CAL-SCAN) TO CMES-FEC-INI
               MOVE CMES-TAB-HORA-INI(WS-CAL-SCAN) TO CMES-HORA-INI
               MOVE CMES-TAB-FEC-FIN(WS-CAL-SCAN) TO CMES-FEC-FIN
               MOVE CMES-TAB-HORA-FIN(WS-CAL-SCAN) TO CMES-HORA-FIN
               MOVE CMES-TAB-RC(WS-CAL-SCAN) TO CMES-RC
               MOVE CMES-TAB-OPERADOR(WS-CAL-SCAN) TO CMES-OPERADOR
               MOVE CMES-TAB-OBS(WS-CAL-SCAN) TO CMES-OBS
               MOVE WS-GRUPO TO CMES-GRUPO
               WRITE CMES-REG
           END-PERFORM.
           CLOSE CONTROL-CIERRE.

      *------------------------- IMPRIME BITACORA ------------------------
       IMPRIME-BITACORA.
           OPEN OUTPUT REPORTE.
           PERFORM IMPRIME-ENCABEZADO.
           PERFORM VARYING WS-PASO FROM 1 BY 1
                   UNTIL WS-PASO > WS-PASOS-TOTAL
               PERFORM IMPRIME-PASO
           END-PERFORM.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           IF HAY-FALLA
               STRING "CORRIDA DETENIDA EN EL PASO " DELIMITED BY SIZE
                      WS-PASO-INI DELIMITED BY SIZE
                      " - SE REANUDA AL VOLVER A EJECUTAR 2CIERMES"
                      DELIMITED BY SIZE
                      INTO RPT-LINEA
           ELSE
               MOVE "CORRIDA TERMINADA, TODOS LOS PASOS CORRECTOS"
                   TO RPT-LINEA
           END-IF.
           WRITE RPT-LINEA.
           CLOSE REPORTE.

       IMPRIME-PASO.
           IF CMES-TAB-ESTADO(WS-PASO) = "F"
               MOVE WS-PASO TO WS-PASO-INI.
           MOVE WS-PASO TO WS-D-PASO.
           MOVE CMES-TAB-PROGRAMA(WS-PASO) TO WS-D-PROGRAMA.
           EVALUATE CMES-TAB-ESTADO(WS-PASO)
               WHEN "P" MOVE "PENDIENTE" TO WS-D-ESTADO
               WHEN "E" MOVE "EN PROCESO" TO WS-D-ESTADO
               WHEN "T" MOVE "TERMINADO" TO WS-D-ESTADO
               WHEN "F" MOVE "FALLIDO" TO WS-D-ESTADO
               WHEN OTHER MOVE "DESCONOCIDO" TO WS-D-ESTADO
           END-EVALUATE.
           MOVE CMES-TAB-FEC-INI(WS-PASO) TO WS-D-FEC-INI.
           MOVE CMES-TAB-HORA-INI(WS-PASO)(1:6) TO WS-D-HORA-INI.
           MOVE CMES-TAB-FEC-FIN(WS-PASO) TO WS-D-FEC-FIN.
           MOVE CMES-TAB-HORA-FIN(WS-PASO)(1:6) TO WS-D-HORA-FIN.
           MOVE CMES-TAB-RC(WS-PASO) TO WS-D-RC.
           MOVE CMES-TAB-OPERADOR(WS-PASO) TO WS-D-OPERADOR.
           MOVE CMES-TAB-OBS(WS-PASO) TO WS-D-OBS.
           IF WS-LINEA-CONT >= WS-LINEAS-POR-PAGINA
               PERFORM IMPRIME-ENCABEZADO.
           WRITE RPT-LINEA FROM WS-DETALLE.
           ADD 1 TO WS-LINEA-CONT.

      *------------------------- IMPRIME ENCABEZADO ----------------------
       IMPRIME-ENCABEZADO.
           ADD 1 TO WS-PAGINA-CONT.
           MOVE 0 TO WS-LINEA-CONT.
           MOVE SPACES TO RPT-LINEA.
           STRING "BITACORA DE CIERRE MENSUAL  PERIODO: "
                  DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  "  GRUPO: " DELIMITED BY SIZE
                  WS-GRUPO DELIMITED BY SIZE
                  "  IMPRESA: " DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
                  "  POR: " DELIMITED BY SIZE
                  WS-OPERADOR DELIMITED BY SIZE
                  "  PAGINA: " DELIMITED BY SIZE
                  WS-PAGINA-CONT DELIMITED BY SIZE
                  INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "PASO PROGRAMA  ESTADO      INICIO           "
                  DELIMITED BY SIZE
                  "FIN                RC  OPERADOR OBSERVACION"
                  DELIMITED BY SIZE
                  INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE ALL "-" TO RPT-LINEA.
           WRITE RPT-LINEA.

      *------------------------- CARGA CALENDARIO ------------------------
       CARGA-CALENDARIO.
           MOVE 0 TO WS-CAL-CONT.
           OPEN INPUT CALENDARIO.
           IF CAL-FILE-STATUS = "35"
               DISPLAY "CALEND.DAT NO ENCONTRADO"
           ELSE
               PERFORM UNTIL CAL-FILE-STATUS = "10"
                   READ CALENDARIO
                       AT END MOVE "10" TO CAL-FILE-STATUS
                       NOT AT END PERFORM GUARDA-PERIODO-CAL
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO.

       GUARDA-PERIODO-CAL.
           IF WS-CAL-CONT < 200
               ADD 1 TO WS-CAL-CONT
               MOVE CAL-PERIODO TO CAL-TAB-PERIODO(WS-CAL-CONT)
               MOVE CAL-ESTADO TO CAL-TAB-ESTADO(WS-CAL-CONT)
               MOVE CAL-GRUPO TO CAL-TAB-GRUPO(WS-CAL-CONT)
           END-IF.

       BUSCA-PERIODO-CAL.
           MOVE "N" TO WS-CAL-FND.
           MOVE 0 TO WS-CAL-IDX.
           PERFORM VARYING WS-CAL-SCAN FROM 1 BY 1
                   UNTIL WS-CAL-SCAN > WS-CAL-CONT
               IF CAL-TAB-PERIODO(WS-CAL-SCAN) = WS-PERIODO
                   MOVE "S" TO WS-CAL-FND
                   MOVE WS-CAL-SCAN TO WS-CAL-IDX
               END-IF
           END-PERFORM.

       BUSCA-PERIODO-ABIERTO.
           MOVE 0 TO WS-PER-ABIERTO.
           PERFORM VARYING WS-CAL-SCAN FROM 1 BY 1
                   UNTIL WS-CAL-SCAN > WS-CAL-CONT
               IF CAL-TAB-ESTADO(WS-CAL-SCAN) = "A"
                   AND (CAL-TAB-GRUPO(WS-CAL-SCAN) = WS-GRUPO
                     OR (CAL-TAB-GRUPO(WS-CAL-SCAN) = SPACE
                         AND WS-GRUPO = "M"))
                   MOVE CAL-TAB-PERIODO(WS-CAL-SCAN) TO WS-PER-ABIERTO
               END-IF
           END-PERFORM.

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

      *------------------------- FIRMA OPERADOR --------------------------
      * Sign-on against the OPERADOR.DAT master: unknown id or wrong
      * password ends the run; the operator is recorded on every step
      * the run executes.
       FIRMA-OPERADOR.
           PERFORM CARGA-OPERADORES.
           IF WS-OPER-CONT = 0
               DISPLAY "OPERADOR.DAT NO ENCONTRADO O VACIO"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           DISPLAY "CLAVE DE OPERADOR:".
           ACCEPT WS-OPERADOR.
           DISPLAY "CONTRASENA:".
           ACCEPT WS-PASS.
           PERFORM BUSCA-OPERADOR.
           IF NOT OPER-FND
               DISPLAY "ACCESO DENEGADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF OPER-TAB-PASS(WS-OPER-IDX) NOT = WS-PASS
               DISPLAY "ACCESO DENEGADO"
               MOVE 8 TO RETURN-CODE
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

       END PROGRAM 2CIERMES.
