      * Tectonics: cobc
      *
      * Modification history:
      * 15/10/26 - Pay groups: the period is looked up in the payroll
      *            calendar (CALEND.DAT) and an incidence is only taken
      *            for an employee whose pay group (EMP-GRUPO) is the
      *            period's, since each group closes its own periods.
      * 15/10/26 - Calendar table widened to 200 periods, enough for
      *            a full year of every pay group (12 months, 24
      *            quincenas and 52 weeks).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2INCCAP.
           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.
           SELECT CALENDARIO ASSIGN TO "CALEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENCIA.
       FD  OPERADORES.
       COPY OPERREC.

       FD  CALENDARIO.
       COPY CALREC.

       WORKING-STORAGE SECTION.
       77  INC-FILE-STATUS PIC XX VALUE "00".
       77  EMP-FILE-STATUS PIC XX VALUE "00".
       77  AUD-FILE-STATUS PIC XX VALUE "00".
       77  OPER-FILE-STATUS PIC XX VALUE "00".
       77  CAL-FILE-STATUS PIC XX VALUE "00".
       77  WS-OPERADOR PIC X(08) VALUE SPACES.

      *--------------------- OPERATOR SIGN-ON --------------------------
       77  WS-SIGNO PIC X(01) VALUE SPACES.
       77  WS-CANTIDAD PIC 9(05)V99 VALUE 0.
       77  WS-AUD-ACCION PIC X(10) VALUE SPACES.

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
       77  WS-GRUPO PIC X(01) VALUE "M".
       77  WS-EMP-GRUPO PIC X(01) VALUE "M".
       PROCEDURE DIVISION.

      *------------------------ Main procedure ------------------------
           IF WS-PERIODO = 0
               DISPLAY "PERIODO INVALIDO"
               STOP RUN.
      * Without a calendar the period is taken as typed and no group
      * check can be made, as before the calendar existed.
           PERFORM CARGA-CALENDARIO.
           IF WS-CAL-CONT > 0
               PERFORM BUSCA-PERIODO-CAL
               IF NOT CAL-FND
                   DISPLAY "PERIODO NO ESTA EN EL CALENDARIO"
                   STOP RUN
               END-IF
               MOVE CAL-TAB-GRUPO(WS-CAL-IDX) TO WS-GRUPO
               IF WS-GRUPO = SPACE
                   MOVE "M" TO WS-GRUPO
               END-IF
               DISPLAY "GRUPO DE PAGO DEL PERIODO: " WS-GRUPO
           END-IF.
           OPEN INPUT EMPLOYEES.
           IF EMP-FILE-STATUS = "35"
               DISPLAY "EMPLOYEES NO EXISTE, CAPTURE EMPLEADOS PRIMERO"
               IF NOT EMP-ACTIVO
                   DISPLAY "EMPLEADO NO ACTIVO"
                   MOVE 1 TO WS-ERR.
           IF WS-ERR = 0 AND WS-CAL-CONT > 0
               MOVE EMP-GRUPO TO WS-EMP-GRUPO
               IF WS-EMP-GRUPO = SPACE
                   MOVE "M" TO WS-EMP-GRUPO
               END-IF
               IF WS-EMP-GRUPO NOT = WS-GRUPO
                   DISPLAY "EMPLEADO DE OTRO GRUPO DE PAGO: "
                       WS-EMP-GRUPO
                   MOVE 1 TO WS-ERR
               END-IF.
           IF WS-ERR = 0
               DISPLAY "EMPLEADO: " EMP-NOMB
               DISPLAY "CONCEPTO (3 LETRAS):"
           END-PERFORM.
           MOVE "00" TO INC-FILE-STATUS.

      *------------------------- CARGA CALENDARIO ------------------------
       CARGA-CALENDARIO.
           OPEN INPUT CALENDARIO.
           IF CAL-FILE-STATUS NOT = "35"
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

      *------------------------- FIRMA OPERADOR --------------------------
      * Sign-on against the OPERADOR.DAT master: unknown id or wrong
      * password ends the run, so the audit trail only ever carries
