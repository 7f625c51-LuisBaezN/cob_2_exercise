      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Salary revision run - applies a percentage raise or a
      *          new monthly amount to a department or to a keyed list
      *          of nominas from an effective date no later than the
      *          start of the employee's open period, checking every
      *          affected department against its PRESUP ceiling before
      *          committing (the way 2DEPTRAN previews a transfer),
      *          updating EMP-PERC, re-deriving the ISR line (and any
      *          percentage-type line) with EMP-DEDU/EMP-NETO, writing
      *          the retroactive difference for the closed periods of
      *          the employee's own pay group since the effective date
      *          (the monthly salary rebuilt from the prorated
      *          HIST-PERC; a week that crosses a month end prorated by
      *          days) as a "RET" incidence in that group's open period,
      *          one AUDITORIA.DAT entry per revised employee and a
      *          before/after listing (REVISION.RPT).
      * Tectonics: cobc
      *
      * Modification history:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2REVSAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NOMI
               FILE STATUS IS EMP-FILE-STATUS.
           SELECT DEDUCCION ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-LLAVE
               FILE STATUS IS DED-FILE-STATUS.
           SELECT HISTORIAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-LLAVE
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT INCIDENCIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-LLAVE
               FILE STATUS IS INC-FILE-STATUS.
           SELECT DEPTOS ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-FILE-STATUS.
           SELECT PRESUPUESTOS ASSIGN TO "PRESUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUD-FILE-STATUS.
           SELECT TIPOS-DED ASSIGN TO "TIPODED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TDED-FILE-STATUS.
           SELECT TARIFA-ISR ASSIGN TO "ISRTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ISR-FILE-STATUS.
           SELECT CALENDARIO ASSIGN TO "CALEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.
           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.
           SELECT REPORTE ASSIGN TO "REVISION.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEES.
       COPY EMPREG.

       FD  DEDUCCION.
       COPY DEDREC.

       FD  HISTORIAL.
       COPY HISTREC.

       FD  INCIDENCIA.
       COPY INCREC.

       FD  DEPTOS.
       COPY DEPTMS.

       FD  PRESUPUESTOS.
       COPY BUDCTL.

       FD  TIPOS-DED.
       COPY TIPODED.

       FD  TARIFA-ISR.
       COPY ISRREC.

       FD  CALENDARIO.
       COPY CALREC.

       FD  AUDITORIA.
       COPY AUDITREC.

       FD  OPERADORES.
       COPY OPERREC.

       FD  REPORTE.
       01  RPT-LINEA PIC X(132).

       WORKING-STORAGE SECTION.
       77  EMP-FILE-STATUS PIC XX VALUE "00".
       77  DED-FILE-STATUS PIC XX VALUE "00".
       77  HIST-FILE-STATUS PIC XX VALUE "00".
       77  INC-FILE-STATUS PIC XX VALUE "00".
       77  DEPT-FILE-STATUS PIC XX VALUE "00".
       77  BUD-FILE-STATUS PIC XX VALUE "00".
       77  TDED-FILE-STATUS PIC XX VALUE "00".
       77  ISR-FILE-STATUS PIC XX VALUE "00".
       77  CAL-FILE-STATUS PIC XX VALUE "00".
       77  AUD-FILE-STATUS PIC XX VALUE "00".
       77  OPER-FILE-STATUS PIC XX VALUE "00".
       77  RPT-FILE-STATUS PIC XX VALUE "00".
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

       01  DEPT-TAB.
           02 DEPT-ENT OCCURS 20 TIMES.
               03 DEPT-TAB-COD  PIC X(03) VALUE SPACES.
               03 DEPT-TAB-DESC PIC X(20) VALUE SPACES.
       77  WS-DEPT-CONT PIC 99 VALUE 0.
       77  WS-DEPT-IDX PIC 99 VALUE 0.
       77  WS-DEPT-SCAN PIC 99 VALUE 0.
       77  WS-DEPT-FND PIC X VALUE "N".
           88 DEPT-FND VALUE "S".
       77  WS-DEPT-BUSCA PIC X(03) VALUE SPACES.

       01  EMP-DEPT-PERC-TAB.
           02 EMP-DEPT-PERC OCCURS 20 TIMES.
               03 PERC-SUM PIC 9(07)V99 VALUE 0.
               03 PERC-DELTA PIC S9(07)V99 VALUE 0.
       01  BUD-TAB.
           02 BUD-LIMITE-ENT OCCURS 20 TIMES PIC 9(07)V99 VALUE 0.

      *--------------------- DEDUCTION-TYPE CATALOG --------------------
       01  TDED-TAB.
           02 TDED-ENT OCCURS 20 TIMES.
               03 TDED-TAB-COD   PIC X(03) VALUE SPACES.
               03 TDED-TAB-DESC  PIC X(20) VALUE SPACES.
               03 TDED-TAB-TIPO  PIC X(01) VALUE SPACES.
               03 TDED-TAB-VALOR PIC 9(05)V99 VALUE ZEROES.
       77  WS-TDED-CONT PIC 99 VALUE 0.
       77  WS-TDED-IDX PIC 99 VALUE 0.
       77  WS-TDED-SCAN PIC 99 VALUE 0.
       77  WS-TDED-FND PIC X VALUE "N".
           88 TDED-FND VALUE "S".

      *--------------------- ISR TARIFF TABLE --------------------------
       01  ISR-TAB.
           02 ISR-ENT OCCURS 10 TIMES.
               03 ISR-TAB-LIM  PIC 9(05)V99 VALUE ZEROES.
               03 ISR-TAB-CUOTA PIC 9(05)V99 VALUE ZEROES.
               03 ISR-TAB-TASA PIC 9(02)V99 VALUE ZEROES.
               03 ISR-TAB-SUBS PIC 9(05)V99 VALUE ZEROES.
       77  WS-ISR-CONT PIC 99 VALUE 0.
       77  WS-ISR-IDX PIC 99 VALUE 0.
       77  WS-ISR-SCAN PIC 99 VALUE 0.
       77  WS-ISR-CALC PIC 9(06)V99 VALUE 0.

      *--------------------- PAYROLL CALENDAR --------------------------
       01  CAL-TAB.
           02 CAL-ENT OCCURS 200 TIMES.
               03 CAL-TAB-PERIODO PIC 9(06) VALUE ZEROES.
               03 CAL-TAB-INI     PIC 9(08) VALUE ZEROES.
               03 CAL-TAB-FIN     PIC 9(08) VALUE ZEROES.
               03 CAL-TAB-ESTADO  PIC X(01) VALUE "F".
               03 CAL-TAB-GRUPO   PIC X(01) VALUE "M".
       77  WS-CAL-CONT PIC 999 VALUE 0.
       77  WS-CAL-IDX PIC 999 VALUE 0.
       77  WS-CAL-SCAN PIC 999 VALUE 0.
       77  WS-PER-ABIERTO PIC 9(06) VALUE 0.
       77  WS-INI-ABIERTO PIC 9(08) VALUE 0.
       77  WS-INI-MAYOR PIC 9(08) VALUE 0.

      *--------------------- PAY GROUP ---------------------------------
       COPY GRUPTAB.
       77  WS-GRUPO PIC X(01) VALUE "M".
       77  WS-GRP-IDX PIC 9 VALUE 1.
       77  WS-GRP-SCAN PIC 9 VALUE 0.

      *--------------------- REVISION CONTROL --------------------------
       77  WS-ALCANCE PIC X VALUE SPACES.
           88 POR-DEPTO VALUE "D".
           88 POR-LISTA VALUE "L".
       77  WS-TIPO-REV PIC X VALUE SPACES.
           88 REV-PORCENTAJE VALUE "P".
           88 REV-MONTO VALUE "M".
       77  WS-DEPT-REV PIC X(03) VALUE SPACES.
       77  WS-PCT PIC 9(03)V99 VALUE 0.
       77  WS-MONTO PIC 9(05)V99 VALUE 0.
       77  WS-FEC-EFEC PIC 9(08) VALUE 0.
       77  WS-NOMI-BUSCA PIC 9(06) VALUE 0.
       77  WS-FIN-LISTA PIC X VALUE "N".
           88 FIN-LISTA VALUE "S".
       77  WS-RESP PIC X VALUE "N".
       77  WS-ERR PIC 9 VALUE 0.
       77  WS-PRESUP-ERR PIC 9 VALUE 0.

      *--------------------- REVISION TABLE ----------------------------
      * One entry per employee in the revision, filled by the preview
      * pass (nothing written) and applied by the commit pass.
       01  REV-TAB.
           02 REV-ENT OCCURS 1000 TIMES.
               03 REV-NOMI PIC 9(06) VALUE ZEROES.
               03 REV-NOMB PIC X(20) VALUE SPACES.
               03 REV-DEPT-IDX PIC 99 VALUE 0.
               03 REV-PERC-ANT PIC 9(05)V99 VALUE ZEROES.
               03 REV-PERC-NUE PIC 9(05)V99 VALUE ZEROES.
               03 REV-NETO-ANT PIC 9(06)V99 VALUE ZEROES.
               03 REV-NETO-NUE PIC S9(06)V99 VALUE ZEROES.
               03 REV-RETRO PIC S9(06)V99 VALUE ZEROES.
               03 REV-CONT-PER PIC 99 VALUE 0.
               03 REV-GRUPO PIC X(01) VALUE "M".
               03 REV-PER-RET PIC 9(06) VALUE ZEROES.
               03 REV-APLICA PIC X VALUE "S".
                   88 REV-APLICABLE VALUE "S".
               03 REV-MOTIVO PIC X(16) VALUE SPACES.
       77  WS-REV-CONT PIC 9(04) VALUE 0.
       77  WS-REV-MAX PIC 9(04) VALUE 1000.
       77  WS-REV-IDX PIC 9(04) VALUE 0.
       77  WS-REV-SCAN PIC 9(04) VALUE 0.
       77  WS-REV-DUP PIC X VALUE "N".
           88 REV-DUP VALUE "S".

      *--------------------- DEDUCTION RE-DERIVATION -------------------
       77  WS-PERC-CALC PIC 9(05)V99 VALUE 0.
       77  WS-DED-COD PIC X(03) VALUE SPACES.
       77  WS-DED-IMP PIC 9(05)V99 VALUE 0.
       77  WS-DEDU-TOTAL PIC 9(06)V99 VALUE 0.
       77  WS-GRABA-LINEAS PIC X VALUE "N".
           88 GRABA-LINEAS VALUE "S".

      *--------------------- RETROACTIVE WORK --------------------------
      * A closed period's HIST-PERC is the monthly salary S prorated
      * to the pay group's days and valued with that period's
      * incidences: S * days / 30 + S / 240 * hours + amounts, that is
      * S * (8 * days + hours) / 240 + amounts. S is rebuilt from
      * HIST-PERC by backing the incidences out, and the difference
      * is what HIST-PERC would have been with the new salary,
      * prorated by days when the effective date falls inside the
      * period.
       77  WS-INC-HORAS PIC S9(05)V99 VALUE 0.
       77  WS-INC-IMPORTE PIC S9(06)V99 VALUE 0.
       77  WS-INC-IMP PIC 9(06)V99 VALUE 0.
       77  WS-FACTOR PIC S9(03)V9(06) VALUE 0.
       77  WS-BASE PIC 9(06)V99 VALUE 0.
       77  WS-BASE-NUEVA PIC 9(06)V99 VALUE 0.
       77  WS-PRORRATA PIC 9V9(06) VALUE 0.
       77  WS-DIAS-PER PIC 99 VALUE 0.
       77  WS-DIAS-RETRO PIC 99 VALUE 0.
       77  WS-DIA-INI PIC 99 VALUE 0.
       77  WS-DIAS-ANTES PIC 99 VALUE 0.
       77  WS-DIF PIC S9(06)V99 VALUE 0.
       77  WS-INC-NETO PIC S9(06)V99 VALUE 0.
       77  WS-INC-EXISTE PIC X VALUE "N".
           88 INC-EXISTE VALUE "S".
       77  WS-CONCEPTO-RET PIC X(03) VALUE "RET".
       77  WS-HAY-HIST PIC X VALUE "N".
           88 HAY-HIST VALUE "S".

      *--------------------- TOTALS ------------------------------------
       77  WS-CONT-APLICA PIC 9(04) VALUE 0.
       77  WS-CONT-REVISADOS PIC 9(04) VALUE 0.
       77  WS-CONT-RETRO PIC 9(04) VALUE 0.
       77  WS-TOT-DELTA PIC S9(08)V99 VALUE 0.
       77  WS-TOT-RETRO PIC S9(08)V99 VALUE 0.
       77  WS-PERC-PROY PIC S9(08)V99 VALUE 0.

       77  WS-LINEAS-POR-PAGINA PIC 99 VALUE 20.
       77  WS-LINEA-CONT PIC 99 VALUE 0.
       77  WS-PAGINA-CONT PIC 99 VALUE 0.
       77  WS-TITULO PIC X(80) VALUE SPACES.

       01  WS-DETALLE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-NOMI PIC Z(05)9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-NOMB PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-DEPT PIC X(03).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-PERC-ANT PIC Z(05)9.99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-PERC-NUE PIC Z(05)9.99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-NETO-ANT PIC Z(05)9.99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-NETO-NUE PIC Z(05)9.99-.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-RETRO PIC Z(05)9.99-.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-PER PIC Z9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-MOTIVO PIC X(16).
           02 FILLER PIC X(27) VALUE SPACES.

       01  WS-MOVIMIENTO.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-M-DEPT PIC X(20).
           02 FILLER PIC X(05) VALUE " ANT=".
           02 WS-M-ANT PIC Z(06)9.99.
           02 FILLER PIC X(05) VALUE " ACT=".
           02 WS-M-ACT PIC Z(06)9.99.
           02 FILLER PIC X(05) VALUE " TOPE".
           02 FILLER PIC X(01) VALUE "=".
           02 WS-M-TOPE PIC Z(06)9.99.
           02 FILLER PIC X(64) VALUE SPACES.
       PROCEDURE DIVISION.

      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           DISPLAY "REVISION SALARIAL CON RETROACTIVO".
           PERFORM FIRMA-OPERADOR.
           IF WS-NIVEL < 2
               DISPLAY "NIVEL INSUFICIENTE PARA REVISION SALARIAL"
               STOP RUN.
           PERFORM CARGA-DEPARTAMENTOS.
           PERFORM CARGA-PRESUPUESTOS.
           PERFORM CARGA-TOTALES-DEPTO.
           PERFORM CARGA-TIPOS-DED.
           PERFORM CARGA-TARIFA-ISR.
           PERFORM CARGA-CALENDARIO.
           PERFORM BUSCA-PERIODO-ABIERTO.
           IF WS-PER-ABIERTO = 0
               DISPLAY "SIN PERIODO ABIERTO EN CALEND.DAT"
               STOP RUN.
           PERFORM BUSCA-INI-MAYOR.
           PERFORM CAPTURA-PARAMETROS.
           OPEN I-O EMPLOYEES.
           IF EMP-FILE-STATUS = "35"
               DISPLAY "EMPLOYEES NO EXISTE, NADA QUE REVISAR"
               STOP RUN.
           OPEN I-O DEDUCCION.
           IF DED-FILE-STATUS = "35"
               OPEN OUTPUT DEDUCCION
               CLOSE DEDUCCION
               OPEN I-O DEDUCCION.
           OPEN INPUT HISTORIAL.
           IF HIST-FILE-STATUS NOT = "35"
               MOVE "S" TO WS-HAY-HIST.
           OPEN I-O INCIDENCIA.
           IF INC-FILE-STATUS = "35"
               OPEN OUTPUT INCIDENCIA
               CLOSE INCIDENCIA
               OPEN I-O INCIDENCIA.
           IF POR-DEPTO
               PERFORM SELECCIONA-DEPTO
           ELSE
               PERFORM CAPTURA-LISTA
           END-IF.
           IF WS-REV-CONT = 0
               DISPLAY "SIN EMPLEADOS QUE REVISAR"
               PERFORM CIERRA-ARCHIVOS
               STOP RUN.
           PERFORM PROYECTA-EMPLEADO
                   VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-CONT.
           PERFORM VERIFICA-PRESUPUESTO.
           DISPLAY "EMPLEADOS EN LA REVISION :", WS-REV-CONT.
           DISPLAY "EMPLEADOS A REVISAR      :", WS-CONT-APLICA.
           DISPLAY "INCREMENTO MENSUAL       :", WS-TOT-DELTA.
           DISPLAY "RETROACTIVO A PAGAR      :", WS-TOT-RETRO.
           IF WS-PRESUP-ERR = 1
               DISPLAY "REVISION CANCELADA POR PRESUPUESTO"
               PERFORM CIERRA-ARCHIVOS
               STOP RUN.
           IF WS-CONT-APLICA = 0
               DISPLAY "NINGUN EMPLEADO CAMBIA DE PERCEPCION"
               PERFORM CIERRA-ARCHIVOS
               STOP RUN.
           DISPLAY "CONFIRMAR REVISION? (S/N):".
           ACCEPT WS-RESP.
           IF WS-RESP NOT = "S"
               DISPLAY "REVISION CANCELADA"
               PERFORM CIERRA-ARCHIVOS
               STOP RUN.
           OPEN OUTPUT REPORTE.
           PERFORM IMPRIME-ENCABEZADO.
           PERFORM IMPRIME-ANTES.
           PERFORM APLICA-EMPLEADO
                   VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-CONT.
           PERFORM IMPRIME-DESPUES.
           CLOSE REPORTE.
           PERFORM CIERRA-ARCHIVOS.
           DISPLAY "EMPLEADOS REVISADOS      :", WS-CONT-REVISADOS.
           DISPLAY "RETROACTIVOS GRABADOS    :", WS-CONT-RETRO.
           STOP RUN.

       CIERRA-ARCHIVOS.
           CLOSE EMPLOYEES.
           CLOSE DEDUCCION.
           IF HAY-HIST
               CLOSE HISTORIAL.
           CLOSE INCIDENCIA.

      *------------------------- CAPTURA PARAMETROS ----------------------
      * The effective date may reach back into closed periods (that
      * is what the retroactive is for) but not past the start of
      * the open ones: EMP-PERC changes now and the open period is
      * closed whole at it, so a later date would pay its first days
      * at the new salary. Each employee is held to the open period
      * of their own pay group when added to the revision.
       CAPTURA-PARAMETROS.
           DISPLAY "REVISION POR (D=DEPARTAMENTO, L=LISTA NOMINAS):".
           ACCEPT WS-ALCANCE.
           IF NOT POR-DEPTO AND NOT POR-LISTA
               DISPLAY "ALCANCE INVALIDO"
               STOP RUN.
           IF POR-DEPTO
               DISPLAY "DEPARTAMENTO (COD):"
               ACCEPT WS-DEPT-REV
               MOVE WS-DEPT-REV TO WS-DEPT-BUSCA
               PERFORM BUSCA-DEPTO
               IF NOT DEPT-FND
                   DISPLAY "DEPARTAMENTO INVALIDO"
                   STOP RUN
               END-IF
           END-IF.
           DISPLAY "TIPO (P=PORCENTAJE, M=MONTO NUEVO):".
           ACCEPT WS-TIPO-REV.
           IF NOT REV-PORCENTAJE AND NOT REV-MONTO
               DISPLAY "TIPO INVALIDO"
               STOP RUN.
           IF REV-PORCENTAJE
               DISPLAY "PORCENTAJE DE AUMENTO:"
               ACCEPT WS-PCT
               IF WS-PCT = 0
                   DISPLAY "PORCENTAJE INVALIDO"
                   STOP RUN
               END-IF
           END-IF.
           IF REV-MONTO AND POR-DEPTO
               DISPLAY "NUEVA PERCEPCION MENSUAL:"
               ACCEPT WS-MONTO
               IF WS-MONTO = 0
                   DISPLAY "MONTO INVALIDO"
                   STOP RUN
               END-IF
           END-IF.
           DISPLAY "FECHA EFECTIVA (AAAAMMDD):".
           ACCEPT WS-FEC-EFEC.
           IF WS-FEC-EFEC = 0
               DISPLAY "FECHA INVALIDA"
               STOP RUN.
           IF WS-FEC-EFEC > WS-INI-MAYOR
               DISPLAY "FECHA POSTERIOR AL INICIO DE LOS PERIODOS "
                   "ABIERTOS"
               STOP RUN.

      *------------------------- SELECCIONA DEPTO ------------------------
      * Every non-baja nomina of the department, as 2DEPTRAN moves
      * them: a licencia is revised with everyone else.
       SELECCIONA-DEPTO.
           PERFORM UNTIL EMP-FILE-STATUS = "10"
               READ EMPLOYEES NEXT RECORD
                   AT END MOVE "10" TO EMP-FILE-STATUS
                   NOT AT END
                       IF NOT EMP-BAJA
                           AND EMP-DEPT(1:3) = WS-DEPT-REV
                           MOVE WS-MONTO TO WS-PERC-CALC
                           PERFORM AGREGA-REVISION
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO EMP-FILE-STATUS.

      *------------------------- CAPTURA LISTA ---------------------------
       CAPTURA-LISTA.
           MOVE "N" TO WS-FIN-LISTA.
           PERFORM CAPTURA-NOMINA-LISTA UNTIL FIN-LISTA.

       CAPTURA-NOMINA-LISTA.
           MOVE 0 TO WS-ERR.
           DISPLAY "NOMINA (0=TERMINAR):".
           ACCEPT WS-NOMI-BUSCA.
           IF WS-NOMI-BUSCA = 0
               MOVE "S" TO WS-FIN-LISTA
               MOVE 1 TO WS-ERR
           END-IF.
           IF WS-ERR = 0
               MOVE WS-NOMI-BUSCA TO EMP-NOMI
               READ EMPLOYEES
                   INVALID KEY
                       DISPLAY "NOMINA NO EXISTE"
                       MOVE 1 TO WS-ERR
               END-READ
           END-IF.
           IF WS-ERR = 0
               IF EMP-BAJA
                   DISPLAY "EMPLEADO DADO DE BAJA"
                   MOVE 1 TO WS-ERR
               END-IF
           END-IF.
           IF WS-ERR = 0
               MOVE "N" TO WS-REV-DUP
               PERFORM VARYING WS-REV-SCAN FROM 1 BY 1
                       UNTIL WS-REV-SCAN > WS-REV-CONT
                   IF REV-NOMI(WS-REV-SCAN) = EMP-NOMI
                       MOVE "S" TO WS-REV-DUP
                   END-IF
               END-PERFORM
               IF REV-DUP
                   DISPLAY "NOMINA YA EN LA LISTA"
                   MOVE 1 TO WS-ERR
               END-IF
           END-IF.
           IF WS-ERR = 0
               DISPLAY "EMPLEADO: " EMP-NOMB " PERCEPCION: " EMP-PERC
               MOVE 0 TO WS-PERC-CALC
               IF REV-MONTO
                   DISPLAY "NUEVA PERCEPCION MENSUAL:"
                   ACCEPT WS-PERC-CALC
                   IF WS-PERC-CALC = 0
                       DISPLAY "MONTO INVALIDO"
                       MOVE 1 TO WS-ERR
                   END-IF
               END-IF
           END-IF.
           IF WS-ERR = 0
               PERFORM AGREGA-REVISION
           END-IF.

      *------------------------- AGREGA REVISION -------------------------
      * WS-PERC-CALC carries the new amount for a monto revision; a
      * percentage is applied to the current EMP-PERC.
       AGREGA-REVISION.
           IF WS-REV-CONT < WS-REV-MAX
               ADD 1 TO WS-REV-CONT
               MOVE EMP-NOMI TO REV-NOMI(WS-REV-CONT)
               MOVE EMP-NOMB TO REV-NOMB(WS-REV-CONT)
               MOVE EMP-DEPT(1:3) TO WS-DEPT-BUSCA
               PERFORM BUSCA-DEPTO
               MOVE WS-DEPT-IDX TO REV-DEPT-IDX(WS-REV-CONT)
               MOVE EMP-PERC TO REV-PERC-ANT(WS-REV-CONT)
               MOVE EMP-NETO TO REV-NETO-ANT(WS-REV-CONT)
               MOVE "S" TO REV-APLICA(WS-REV-CONT)
               MOVE SPACES TO REV-MOTIVO(WS-REV-CONT)
               MOVE EMP-GRUPO TO WS-GRUPO
               PERFORM BUSCA-GRUPO
               IF WS-GRP-IDX = 0
                   MOVE "M" TO WS-GRUPO
               END-IF
               MOVE WS-GRUPO TO REV-GRUPO(WS-REV-CONT)
               PERFORM BUSCA-PERIODO-ABIERTO
               MOVE WS-PER-ABIERTO TO REV-PER-RET(WS-REV-CONT)
               IF WS-PER-ABIERTO = 0
                   MOVE "N" TO REV-APLICA(WS-REV-CONT)
                   MOVE "SIN PER. ABIERTO" TO REV-MOTIVO(WS-REV-CONT)
               ELSE
                   IF WS-FEC-EFEC > WS-INI-ABIERTO
                       MOVE "N" TO REV-APLICA(WS-REV-CONT)
                       MOVE "FECHA POSTERIOR" TO
                           REV-MOTIVO(WS-REV-CONT)
                   END-IF
               END-IF
               IF REV-PORCENTAJE
                   COMPUTE REV-PERC-NUE(WS-REV-CONT) ROUNDED =
                           EMP-PERC * (100 + WS-PCT) / 100
                       ON SIZE ERROR
                           MOVE "N" TO REV-APLICA(WS-REV-CONT)
                           MOVE "EXCEDE CAMPO" TO
                               REV-MOTIVO(WS-REV-CONT)
                   END-COMPUTE
               ELSE
                   MOVE WS-PERC-CALC TO REV-PERC-NUE(WS-REV-CONT)
               END-IF
           ELSE
               DISPLAY "TABLA DE REVISION LLENA, NOMINA:" EMP-NOMI
           END-IF.

      *------------------------- PROYECTA EMPLEADO -----------------------
      * The preview pass: the deduction lines are re-derived in memory
      * for the new percepcion and the retroactive is worked out, but
      * nothing is written yet.
       PROYECTA-EMPLEADO.
           IF REV-APLICABLE(WS-REV-IDX)
               IF REV-PERC-NUE(WS-REV-IDX) = REV-PERC-ANT(WS-REV-IDX)
                   MOVE "N" TO REV-APLICA(WS-REV-IDX)
                   MOVE "SIN CAMBIO" TO REV-MOTIVO(WS-REV-IDX)
               END-IF
           END-IF.
           IF REV-APLICABLE(WS-REV-IDX)
               MOVE REV-NOMI(WS-REV-IDX) TO EMP-NOMI
               MOVE REV-PERC-NUE(WS-REV-IDX) TO WS-PERC-CALC
               MOVE "N" TO WS-GRABA-LINEAS
               PERFORM RECALCULA-LINEAS
               COMPUTE REV-NETO-NUE(WS-REV-IDX) =
                       REV-PERC-NUE(WS-REV-IDX) - WS-DEDU-TOTAL
               IF WS-DEDU-TOTAL > REV-PERC-NUE(WS-REV-IDX)
                   MOVE "N" TO REV-APLICA(WS-REV-IDX)
                   MOVE "DEDUCCION EXCEDE" TO REV-MOTIVO(WS-REV-IDX)
               END-IF
           END-IF.
           IF REV-APLICABLE(WS-REV-IDX)
               PERFORM CALCULA-RETROACTIVO
               ADD 1 TO WS-CONT-APLICA
               COMPUTE WS-DIF = REV-PERC-NUE(WS-REV-IDX)
                       - REV-PERC-ANT(WS-REV-IDX)
               ADD WS-DIF TO WS-TOT-DELTA
               ADD REV-RETRO(WS-REV-IDX) TO WS-TOT-RETRO
               IF REV-DEPT-IDX(WS-REV-IDX) > 0
                   ADD WS-DIF TO PERC-DELTA(REV-DEPT-IDX(WS-REV-IDX))
               END-IF
           END-IF.

      *------------------------- VERIFICA PRESUPUESTO --------------------
      * Every department the revision touches must still fit its
      * PRESUP ceiling with the new percepciones, as CAMBIO-EMPLEADO
      * requires for a single change; one failure cancels the run. A
      * department whose payroll goes down needs no check.
       VERIFICA-PRESUPUESTO.
           MOVE 0 TO WS-PRESUP-ERR.
           PERFORM VARYING WS-DEPT-SCAN FROM 1 BY 1
                   UNTIL WS-DEPT-SCAN > WS-DEPT-CONT
               IF PERC-DELTA(WS-DEPT-SCAN) > 0
                   COMPUTE WS-PERC-PROY = PERC-SUM(WS-DEPT-SCAN)
                           + PERC-DELTA(WS-DEPT-SCAN)
                   DISPLAY DEPT-TAB-DESC(WS-DEPT-SCAN)
                       " PROYECTADO:" WS-PERC-PROY
                       " TOPE:" BUD-LIMITE-ENT(WS-DEPT-SCAN)
                   IF BUD-LIMITE-ENT(WS-DEPT-SCAN) = 0
                       DISPLAY "DEPARTAMENTO SIN PRESUPUESTO"
                       MOVE 1 TO WS-PRESUP-ERR
                   ELSE
                       IF WS-PERC-PROY > BUD-LIMITE-ENT(WS-DEPT-SCAN)
                           DISPLAY "PRESUPUESTO EXCEDIDO PARA "
                               "DEPARTAMENTO"
                           MOVE 1 TO WS-PRESUP-ERR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *------------------------- APLICA EMPLEADO -------------------------
       APLICA-EMPLEADO.
           IF REV-APLICABLE(WS-REV-IDX)
               MOVE REV-NOMI(WS-REV-IDX) TO EMP-NOMI
               READ EMPLOYEES
                   INVALID KEY
                       MOVE "N" TO REV-APLICA(WS-REV-IDX)
                       MOVE "NO EXISTE" TO REV-MOTIVO(WS-REV-IDX)
               END-READ
           END-IF.
           IF REV-APLICABLE(WS-REV-IDX)
               MOVE REV-PERC-NUE(WS-REV-IDX) TO WS-PERC-CALC
               MOVE "S" TO WS-GRABA-LINEAS
               PERFORM RECALCULA-LINEAS
               MOVE REV-PERC-NUE(WS-REV-IDX) TO EMP-PERC
               MOVE WS-DEDU-TOTAL TO EMP-DEDU
               COMPUTE EMP-NETO = EMP-PERC - WS-DEDU-TOTAL
               MOVE EMP-NETO TO REV-NETO-NUE(WS-REV-IDX)
               REWRITE EMP-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR NOMINA:" EMP-NOMI
                       MOVE "N" TO REV-APLICA(WS-REV-IDX)
                       MOVE "ERROR" TO REV-MOTIVO(WS-REV-IDX)
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-REVISADOS
                       IF REV-DEPT-IDX(WS-REV-IDX) > 0
                           SUBTRACT REV-PERC-ANT(WS-REV-IDX) FROM
                               PERC-SUM(REV-DEPT-IDX(WS-REV-IDX))
                           ADD EMP-PERC TO
                               PERC-SUM(REV-DEPT-IDX(WS-REV-IDX))
                       END-IF
                       IF REV-RETRO(WS-REV-IDX) NOT = 0
                           PERFORM GRABA-INCIDENCIA-RETRO
                       END-IF
                       PERFORM GRABA-AUDITORIA-REVISION
               END-REWRITE
           END-IF.
           PERFORM IMPRIME-DETALLE.

      *------------------------- RECALCULA LINEAS ------------------------
      * Walks the employee's DEDUCCION lines: the ISR line is
      * recomputed from the tariff (or its catalog percentage when
      * ISRTAB.DAT is absent) and any other percentage-type line from
      * the catalog, both on WS-PERC-CALC; fixed lines are kept. On
      * the commit pass the changed lines are rewritten in place.
       RECALCULA-LINEAS.
           MOVE 0 TO WS-DEDU-TOTAL.
           MOVE EMP-NOMI TO DED-NOMI.
           MOVE LOW-VALUES TO DED-COD.
           START DEDUCCION KEY IS NOT LESS THAN DED-LLAVE
               INVALID KEY MOVE "10" TO DED-FILE-STATUS
           END-START.
           PERFORM UNTIL DED-FILE-STATUS = "10"
               READ DEDUCCION NEXT RECORD
                   AT END MOVE "10" TO DED-FILE-STATUS
                   NOT AT END
                       IF DED-NOMI NOT = EMP-NOMI
                           MOVE "10" TO DED-FILE-STATUS
                       ELSE
                           PERFORM RECALCULA-LINEA-DED
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO DED-FILE-STATUS.

       RECALCULA-LINEA-DED.
           MOVE DED-COD TO WS-DED-COD.
           MOVE DED-IMPORTE TO WS-DED-IMP.
           PERFORM BUSCA-TIPO-DED.
           IF WS-DED-COD = "ISR" AND WS-ISR-CONT > 0
               PERFORM CALCULA-ISR-TARIFA
           ELSE
               IF TDED-FND
                   IF TDED-TAB-TIPO(WS-TDED-IDX) = "P"
                       COMPUTE WS-DED-IMP ROUNDED = WS-PERC-CALC
                               * TDED-TAB-VALOR(WS-TDED-IDX) / 100
                   END-IF
               END-IF
           END-IF.
           ADD WS-DED-IMP TO WS-DEDU-TOTAL.
           IF GRABA-LINEAS
               IF WS-DED-IMP NOT = DED-IMPORTE
                   MOVE WS-DED-IMP TO DED-IMPORTE
                   REWRITE DED-REG
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR DEDUCCION:"
                               DED-COD
                   END-REWRITE
               END-IF
           END-IF.

      *------------------------- CALCULA ISR TARIFA ----------------------
      * Same bracket rule as 2EMPMNT, on WS-PERC-CALC.
       CALCULA-ISR-TARIFA.
           MOVE 0 TO WS-ISR-IDX.
           PERFORM VARYING WS-ISR-SCAN FROM 1 BY 1
                   UNTIL WS-ISR-SCAN > WS-ISR-CONT
               IF WS-PERC-CALC >= ISR-TAB-LIM(WS-ISR-SCAN)
                   MOVE WS-ISR-SCAN TO WS-ISR-IDX
               END-IF
           END-PERFORM.
           IF WS-ISR-IDX = 0
               MOVE 0 TO WS-DED-IMP
           ELSE
               COMPUTE WS-ISR-CALC ROUNDED =
                       ISR-TAB-CUOTA(WS-ISR-IDX)
                       + (WS-PERC-CALC - ISR-TAB-LIM(WS-ISR-IDX))
                       * ISR-TAB-TASA(WS-ISR-IDX) / 100
               IF WS-ISR-CALC > ISR-TAB-SUBS(WS-ISR-IDX)
                   COMPUTE WS-DED-IMP = WS-ISR-CALC
                           - ISR-TAB-SUBS(WS-ISR-IDX)
               ELSE
                   MOVE 0 TO WS-DED-IMP
               END-IF
           END-IF.

      *------------------------- CALCULA RETROACTIVO ---------------------
      * Every closed period of the employee's pay group ending on or
      * after the effective date where the nomina was paid
      * contributes the difference between its HIST-PERC at the new
      * salary and the HIST-PERC paid.
       CALCULA-RETROACTIVO.
           MOVE 0 TO REV-RETRO(WS-REV-IDX).
           MOVE 0 TO REV-CONT-PER(WS-REV-IDX).
           MOVE REV-GRUPO(WS-REV-IDX) TO WS-GRUPO.
           PERFORM BUSCA-GRUPO.
           IF HAY-HIST
               PERFORM VARYING WS-CAL-SCAN FROM 1 BY 1
                       UNTIL WS-CAL-SCAN > WS-CAL-CONT
                   IF CAL-TAB-ESTADO(WS-CAL-SCAN) = "C"
                       AND CAL-TAB-FIN(WS-CAL-SCAN) >= WS-FEC-EFEC
                       AND (CAL-TAB-GRUPO(WS-CAL-SCAN) = WS-GRUPO
                         OR (CAL-TAB-GRUPO(WS-CAL-SCAN) = SPACE
                             AND WS-GRUPO = "M"))
                       PERFORM RETRO-PERIODO
                   END-IF
               END-PERFORM
           END-IF.

       RETRO-PERIODO.
           MOVE CAL-TAB-PERIODO(WS-CAL-SCAN) TO HIST-PERIODO.
           MOVE REV-NOMI(WS-REV-IDX) TO HIST-NOMI.
           READ HISTORIAL
               INVALID KEY MOVE "23" TO HIST-FILE-STATUS
           END-READ.
           IF HIST-FILE-STATUS = "00"
               PERFORM SUMA-INC-PERIODO
               COMPUTE WS-FACTOR = (8 * GRP-DIAS(WS-GRP-IDX)
                       + WS-INC-HORAS) / 240
               IF WS-FACTOR > 0
                   COMPUTE WS-BASE ROUNDED =
                           (HIST-PERC - WS-INC-IMPORTE) / WS-FACTOR
                   IF REV-PORCENTAJE
                       COMPUTE WS-BASE-NUEVA ROUNDED =
                               WS-BASE * (100 + WS-PCT) / 100
                   ELSE
                       MOVE REV-PERC-NUE(WS-REV-IDX) TO WS-BASE-NUEVA
                   END-IF
                   PERFORM CALCULA-PRORRATA
                   COMPUTE WS-DIF ROUNDED = (WS-BASE-NUEVA - WS-BASE)
                           * WS-FACTOR * WS-PRORRATA
                   ADD WS-DIF TO REV-RETRO(WS-REV-IDX)
                   ADD 1 TO REV-CONT-PER(WS-REV-IDX)
               END-IF
           END-IF.
           MOVE "00" TO HIST-FILE-STATUS.

      * An effective date inside the period pays the days from that
      * date to the period end. Months and quincenas lie inside one
      * month; a week may cross a month end, and then counts its
      * group's days with the days before the date taken from
      * whichever month the date falls in.
       CALCULA-PRORRATA.
           MOVE 1 TO WS-PRORRATA.
           IF WS-FEC-EFEC > CAL-TAB-INI(WS-CAL-SCAN)
               MOVE CAL-TAB-INI(WS-CAL-SCAN)(7:2) TO WS-DIA-INI
               IF CAL-TAB-INI(WS-CAL-SCAN)(1:6) =
                       CAL-TAB-FIN(WS-CAL-SCAN)(1:6)
                   MOVE CAL-TAB-FIN(WS-CAL-SCAN)(7:2) TO WS-DIAS-PER
                   COMPUTE WS-DIAS-PER = WS-DIAS-PER - WS-DIA-INI + 1
               ELSE
                   MOVE GRP-DIAS(WS-GRP-IDX) TO WS-DIAS-PER
               END-IF
               IF WS-FEC-EFEC(1:6) = CAL-TAB-INI(WS-CAL-SCAN)(1:6)
                   MOVE WS-FEC-EFEC(7:2) TO WS-DIAS-ANTES
                   COMPUTE WS-DIAS-ANTES = WS-DIAS-ANTES - WS-DIA-INI
               ELSE
                   MOVE CAL-TAB-FIN(WS-CAL-SCAN)(7:2) TO WS-DIAS-RETRO
                   MOVE WS-FEC-EFEC(7:2) TO WS-DIAS-ANTES
                   COMPUTE WS-DIAS-ANTES = WS-DIAS-PER
                           - (WS-DIAS-RETRO - WS-DIAS-ANTES + 1)
               END-IF
               COMPUTE WS-DIAS-RETRO = WS-DIAS-PER - WS-DIAS-ANTES
               IF WS-DIAS-PER > 0
                   COMPUTE WS-PRORRATA ROUNDED =
                           WS-DIAS-RETRO / WS-DIAS-PER
               END-IF
           END-IF.

      * The period's incidence lines, split into net hours and net
      * direct amounts with their signs, as 2PERCLS valued them.
       SUMA-INC-PERIODO.
           MOVE 0 TO WS-INC-HORAS.
           MOVE 0 TO WS-INC-IMPORTE.
           MOVE HIST-PERIODO TO INC-PERIODO.
           MOVE HIST-NOMI TO INC-NOMI.
           MOVE LOW-VALUES TO INC-CONCEPTO.
           START INCIDENCIA KEY IS NOT LESS THAN INC-LLAVE
               INVALID KEY MOVE "10" TO INC-FILE-STATUS
           END-START.
           PERFORM UNTIL INC-FILE-STATUS = "10"
               READ INCIDENCIA NEXT RECORD
                   AT END MOVE "10" TO INC-FILE-STATUS
                   NOT AT END
                       IF INC-PERIODO NOT = HIST-PERIODO
                           OR INC-NOMI NOT = HIST-NOMI
                           MOVE "10" TO INC-FILE-STATUS
                       ELSE
                           PERFORM SUMA-LINEA-INC
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO INC-FILE-STATUS.

       SUMA-LINEA-INC.
           IF INC-TIPO = "H"
               IF INC-SIGNO = "-"
                   SUBTRACT INC-CANTIDAD FROM WS-INC-HORAS
               ELSE
                   ADD INC-CANTIDAD TO WS-INC-HORAS
               END-IF
           ELSE
               IF INC-SIGNO = "-"
                   SUBTRACT INC-CANTIDAD FROM WS-INC-IMPORTE
               ELSE
                   ADD INC-CANTIDAD TO WS-INC-IMPORTE
               END-IF
           END-IF.

      *------------------------- GRABA INCIDENCIA RETRO ------------------
      * The retroactive travels as a direct-amount "RET" line in the
      * open period of the employee's pay group; a RET line already
      * captured there (an earlier revision) is combined with this
      * one, sign included.
       GRABA-INCIDENCIA-RETRO.
           MOVE REV-PER-RET(WS-REV-IDX) TO INC-PERIODO.
           MOVE REV-NOMI(WS-REV-IDX) TO INC-NOMI.
           MOVE WS-CONCEPTO-RET TO INC-CONCEPTO.
           MOVE "N" TO WS-INC-EXISTE.
           MOVE 0 TO WS-INC-NETO.
           READ INCIDENCIA
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-INC-EXISTE
                   IF INC-SIGNO = "-"
                       COMPUTE WS-INC-NETO = 0 - INC-CANTIDAD
                   ELSE
                       MOVE INC-CANTIDAD TO WS-INC-NETO
                   END-IF
           END-READ.
           ADD REV-RETRO(WS-REV-IDX) TO WS-INC-NETO.
           MOVE "I" TO INC-TIPO.
           IF WS-INC-NETO < 0
               MOVE "-" TO INC-SIGNO
               COMPUTE WS-INC-IMP = 0 - WS-INC-NETO
           ELSE
               MOVE "+" TO INC-SIGNO
               MOVE WS-INC-NETO TO WS-INC-IMP
           END-IF.
           IF WS-INC-IMP > 99999.99
               DISPLAY "RETROACTIVO EXCEDE CAPTURA, NOMINA:"
                   REV-NOMI(WS-REV-IDX)
               MOVE "RETRO NO GRABADO" TO REV-MOTIVO(WS-REV-IDX)
           ELSE
               MOVE WS-INC-IMP TO INC-CANTIDAD
               ADD 1 TO WS-CONT-RETRO
               IF INC-EXISTE
                   IF WS-INC-IMP = 0
                       DELETE INCIDENCIA
                           INVALID KEY CONTINUE
                       END-DELETE
                   ELSE
                       REWRITE INC-REG
                           INVALID KEY
                               DISPLAY "ERROR AL GRABAR RETROACTIVO:"
                                   INC-NOMI
                       END-REWRITE
                   END-IF
               ELSE
                   WRITE INC-REG
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR RETROACTIVO:"
                               INC-NOMI
                   END-WRITE
               END-IF
           END-IF.

      *------------------------- LISTADO ANTES/DESPUES -------------------
       IMPRIME-ANTES.
           MOVE "PERCEPCION POR DEPARTAMENTO ANTES DE LA REVISION"
               TO WS-TITULO.
           PERFORM ESCRIBE-TITULO.
           PERFORM VARYING WS-DEPT-SCAN FROM 1 BY 1
                   UNTIL WS-DEPT-SCAN > WS-DEPT-CONT
               IF PERC-DELTA(WS-DEPT-SCAN) NOT = 0
                   MOVE DEPT-TAB-DESC(WS-DEPT-SCAN) TO WS-M-DEPT
                   MOVE PERC-SUM(WS-DEPT-SCAN) TO WS-M-ANT
                   COMPUTE WS-M-ACT = PERC-SUM(WS-DEPT-SCAN)
                           + PERC-DELTA(WS-DEPT-SCAN)
                   MOVE BUD-LIMITE-ENT(WS-DEPT-SCAN) TO WS-M-TOPE
                   PERFORM ESCRIBE-MOVIMIENTO
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-TITULO.
           STRING "EMPLEADOS REVISADOS - PERC ANT/NUEVA, NETO ANT/"
                  DELIMITED BY SIZE
                  "NUEVO, RETROACTIVO, PERIODOS" DELIMITED BY SIZE
                  INTO WS-TITULO.
           PERFORM ESCRIBE-TITULO.

       IMPRIME-DESPUES.
           MOVE "PERCEPCION POR DEPARTAMENTO DESPUES DE LA REVISION"
               TO WS-TITULO.
           PERFORM ESCRIBE-TITULO.
           PERFORM VARYING WS-DEPT-SCAN FROM 1 BY 1
                   UNTIL WS-DEPT-SCAN > WS-DEPT-CONT
               IF PERC-DELTA(WS-DEPT-SCAN) NOT = 0
                   MOVE DEPT-TAB-DESC(WS-DEPT-SCAN) TO WS-M-DEPT
                   COMPUTE WS-M-ANT = PERC-SUM(WS-DEPT-SCAN)
                           - PERC-DELTA(WS-DEPT-SCAN)
                   MOVE PERC-SUM(WS-DEPT-SCAN) TO WS-M-ACT
                   MOVE BUD-LIMITE-ENT(WS-DEPT-SCAN) TO WS-M-TOPE
                   PERFORM ESCRIBE-MOVIMIENTO
               END-IF
           END-PERFORM.

       ESCRIBE-MOVIMIENTO.
           IF WS-LINEA-CONT >= WS-LINEAS-POR-PAGINA
               PERFORM IMPRIME-ENCABEZADO.
           WRITE RPT-LINEA FROM WS-MOVIMIENTO.
           ADD 1 TO WS-LINEA-CONT.

       ESCRIBE-TITULO.
           IF WS-LINEA-CONT >= WS-LINEAS-POR-PAGINA
               PERFORM IMPRIME-ENCABEZADO.
           WRITE RPT-LINEA FROM WS-TITULO.
           MOVE ALL "-" TO RPT-LINEA.
           WRITE RPT-LINEA.
           ADD 2 TO WS-LINEA-CONT.

      *------------------------- IMPRIME DETALLE -------------------------
       IMPRIME-DETALLE.
           IF WS-LINEA-CONT >= WS-LINEAS-POR-PAGINA
               PERFORM IMPRIME-ENCABEZADO.
           MOVE REV-NOMI(WS-REV-IDX) TO WS-D-NOMI.
           MOVE REV-NOMB(WS-REV-IDX) TO WS-D-NOMB.
           IF REV-DEPT-IDX(WS-REV-IDX) > 0
               MOVE DEPT-TAB-COD(REV-DEPT-IDX(WS-REV-IDX))
                   TO WS-D-DEPT
           ELSE
               MOVE SPACES TO WS-D-DEPT
           END-IF.
           MOVE REV-PERC-ANT(WS-REV-IDX) TO WS-D-PERC-ANT.
           MOVE REV-NETO-ANT(WS-REV-IDX) TO WS-D-NETO-ANT.
           IF REV-APLICABLE(WS-REV-IDX)
               MOVE REV-PERC-NUE(WS-REV-IDX) TO WS-D-PERC-NUE
               MOVE REV-NETO-NUE(WS-REV-IDX) TO WS-D-NETO-NUE
               MOVE REV-RETRO(WS-REV-IDX) TO WS-D-RETRO
               MOVE REV-CONT-PER(WS-REV-IDX) TO WS-D-PER
           ELSE
               MOVE REV-PERC-ANT(WS-REV-IDX) TO WS-D-PERC-NUE
               MOVE REV-NETO-ANT(WS-REV-IDX) TO WS-D-NETO-NUE
               MOVE 0 TO WS-D-RETRO
               MOVE 0 TO WS-D-PER
           END-IF.
           MOVE REV-MOTIVO(WS-REV-IDX) TO WS-D-MOTIVO.
           WRITE RPT-LINEA FROM WS-DETALLE.
           ADD 1 TO WS-LINEA-CONT.

      *------------------------- IMPRIME ENCABEZADO ----------------------
       IMPRIME-ENCABEZADO.
           ADD 1 TO WS-PAGINA-CONT.
           MOVE 0 TO WS-LINEA-CONT.
           MOVE SPACES TO RPT-LINEA.
           IF REV-PORCENTAJE
               STRING "REVISION SALARIAL " DELIMITED BY SIZE
                      WS-PCT DELIMITED BY SIZE
                      " PCT  EFECTIVA: " DELIMITED BY SIZE
                      WS-FEC-EFEC DELIMITED BY SIZE
                      "  RETRO EN EL PERIODO ABIERTO DEL GRUPO"
                      DELIMITED BY SIZE
                      "  PAGINA: " DELIMITED BY SIZE
                      WS-PAGINA-CONT DELIMITED BY SIZE
                      INTO RPT-LINEA
           ELSE
               STRING "REVISION SALARIAL POR MONTO  EFECTIVA: "
                      DELIMITED BY SIZE
                      WS-FEC-EFEC DELIMITED BY SIZE
                      "  RETRO EN EL PERIODO ABIERTO DEL GRUPO"
                      DELIMITED BY SIZE
                      "  PAGINA: " DELIMITED BY SIZE
                      WS-PAGINA-CONT DELIMITED BY SIZE
                      INTO RPT-LINEA
           END-IF.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.

      *------------------------- CALENDARIO ------------------------------
       CARGA-CALENDARIO.
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
               MOVE CAL-FEC-INI TO CAL-TAB-INI(WS-CAL-CONT)
               MOVE CAL-FEC-FIN TO CAL-TAB-FIN(WS-CAL-CONT)
               MOVE CAL-ESTADO TO CAL-TAB-ESTADO(WS-CAL-CONT)
               MOVE CAL-GRUPO TO CAL-TAB-GRUPO(WS-CAL-CONT)
           END-IF.

       BUSCA-PERIODO-ABIERTO.
           MOVE 0 TO WS-PER-ABIERTO.
           PERFORM VARYING WS-CAL-SCAN FROM 1 BY 1
                   UNTIL WS-CAL-SCAN > WS-CAL-CONT
               IF CAL-TAB-ESTADO(WS-CAL-SCAN) = "A"
                   AND (CAL-TAB-GRUPO(WS-CAL-SCAN) = WS-GRUPO
                     OR (CAL-TAB-GRUPO(WS-CAL-SCAN) = SPACE
                         AND WS-GRUPO = "M"))
                   MOVE CAL-TAB-PERIODO(WS-CAL-SCAN) TO WS-PER-ABIERTO
                   MOVE CAL-TAB-INI(WS-CAL-SCAN) TO WS-INI-ABIERTO
               END-IF
           END-PERFORM.

      * The latest start among the open periods of every pay group.
       BUSCA-INI-MAYOR.
           MOVE 0 TO WS-INI-MAYOR.
           PERFORM VARYING WS-CAL-SCAN FROM 1 BY 1
                   UNTIL WS-CAL-SCAN > WS-CAL-CONT
               IF CAL-TAB-ESTADO(WS-CAL-SCAN) = "A"
                   AND CAL-TAB-INI(WS-CAL-SCAN) > WS-INI-MAYOR
                   MOVE CAL-TAB-INI(WS-CAL-SCAN) TO WS-INI-MAYOR
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

      *------------------------- CARGA TARIFA ISR ------------------------
       CARGA-TARIFA-ISR.
           OPEN INPUT TARIFA-ISR.
           IF ISR-FILE-STATUS = "35"
               DISPLAY "ISRTAB.DAT NO ENCONTRADO, ISR POR PORCENTAJE"
           ELSE
               PERFORM UNTIL ISR-FILE-STATUS = "10"
                   READ TARIFA-ISR
                       AT END MOVE "10" TO ISR-FILE-STATUS
                       NOT AT END PERFORM GUARDA-TRAMO-ISR
                   END-READ
               END-PERFORM
               CLOSE TARIFA-ISR.

       GUARDA-TRAMO-ISR.
           IF WS-ISR-CONT < 10
               ADD 1 TO WS-ISR-CONT
               MOVE ISR-LIM-INF TO ISR-TAB-LIM(WS-ISR-CONT)
               MOVE ISR-CUOTA TO ISR-TAB-CUOTA(WS-ISR-CONT)
               MOVE ISR-TASA TO ISR-TAB-TASA(WS-ISR-CONT)
               MOVE ISR-SUBSIDIO TO ISR-TAB-SUBS(WS-ISR-CONT)
           END-IF.

      *------------------------- CARGA TIPOS DED -------------------------
       CARGA-TIPOS-DED.
           OPEN INPUT TIPOS-DED.
           IF TDED-FILE-STATUS = "35"
               DISPLAY "TIPODED.DAT NO ENCONTRADO"
           ELSE
               PERFORM UNTIL TDED-FILE-STATUS = "10"
                   READ TIPOS-DED
                       AT END MOVE "10" TO TDED-FILE-STATUS
                       NOT AT END PERFORM GUARDA-TIPO-DED
                   END-READ
               END-PERFORM
               CLOSE TIPOS-DED.

       GUARDA-TIPO-DED.
           IF WS-TDED-CONT < 20
               ADD 1 TO WS-TDED-CONT
               MOVE TDED-COD TO TDED-TAB-COD(WS-TDED-CONT)
               MOVE TDED-DESC TO TDED-TAB-DESC(WS-TDED-CONT)
               MOVE TDED-TIPO TO TDED-TAB-TIPO(WS-TDED-CONT)
               MOVE TDED-VALOR TO TDED-TAB-VALOR(WS-TDED-CONT)
           END-IF.

       BUSCA-TIPO-DED.
           MOVE "N" TO WS-TDED-FND.
           MOVE 0 TO WS-TDED-IDX.
           PERFORM VARYING WS-TDED-SCAN FROM 1 BY 1
                   UNTIL WS-TDED-SCAN > WS-TDED-CONT
               IF TDED-TAB-COD(WS-TDED-SCAN) = WS-DED-COD
                   MOVE "S" TO WS-TDED-FND
                   MOVE WS-TDED-SCAN TO WS-TDED-IDX
               END-IF
           END-PERFORM.

      *------------------------- FIRMA OPERADOR --------------------------
      * Sign-on against the OPERADOR.DAT master: unknown id or wrong
      * password ends the run; a revision is a CAMBIO of EMP-PERC and
      * takes the same level 2 as 2EMPMNT's.
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
       GRABA-AUDITORIA-REVISION.
           OPEN EXTEND AUDITORIA.
           IF AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDITORIA.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE EMP-NOMI TO AUD-NOMI.
           MOVE "REV-SALAR" TO AUD-ACCION.
           WRITE AUD-REG.
           CLOSE AUDITORIA.

      *------------------------- CARGA PRESUPUESTOS ----------------------
       CARGA-PRESUPUESTOS.
           OPEN INPUT PRESUPUESTOS.
           PERFORM UNTIL BUD-FILE-STATUS = "10"
               READ PRESUPUESTOS
                   AT END MOVE "10" TO BUD-FILE-STATUS
                   NOT AT END PERFORM ASOCIA-PRESUPUESTO
               END-READ
           END-PERFORM.
           CLOSE PRESUPUESTOS.

       ASOCIA-PRESUPUESTO.
           PERFORM VARYING WS-DEPT-SCAN FROM 1 BY 1
                   UNTIL WS-DEPT-SCAN > WS-DEPT-CONT
               IF DEPT-TAB-COD(WS-DEPT-SCAN) = BUD-DEPT
                   MOVE BUD-LIMITE TO BUD-LIMITE-ENT(WS-DEPT-SCAN)
               END-IF
           END-PERFORM.

      *------------------------- CARGA TOTALES DEPTO ---------------------
      * Seeds the running PERC-SUM per department from whatever is on
      * EMPLOYEES, so the ceiling check sees the same accumulated
      * payroll 2EMPMNT's CAMBIO does.
       CARGA-TOTALES-DEPTO.
           OPEN INPUT EMPLOYEES.
           IF EMP-FILE-STATUS NOT = "35"
               PERFORM UNTIL EMP-FILE-STATUS = "10"
                   READ EMPLOYEES NEXT RECORD
                       AT END MOVE "10" TO EMP-FILE-STATUS
                       NOT AT END PERFORM SUMA-TOTALES-DEPTO
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEES
               MOVE "00" TO EMP-FILE-STATUS.

       SUMA-TOTALES-DEPTO.
           IF NOT EMP-BAJA
               MOVE EMP-DEPT(1:3) TO WS-DEPT-BUSCA
               PERFORM BUSCA-DEPTO
               IF DEPT-FND
                   ADD EMP-PERC TO PERC-SUM(WS-DEPT-IDX)
               END-IF
           END-IF.

      *------------------------- CARGA DEPARTAMENTOS ---------------------
       CARGA-DEPARTAMENTOS.
           MOVE 0 TO WS-DEPT-CONT.
           OPEN INPUT DEPTOS.
           PERFORM UNTIL DEPT-FILE-STATUS = "10"
               READ DEPTOS
                   AT END MOVE "10" TO DEPT-FILE-STATUS
                   NOT AT END
                       ADD 1 TO WS-DEPT-CONT
                       MOVE DEPT-COD TO DEPT-TAB-COD(WS-DEPT-CONT)
                       MOVE DEPT-DESC TO DEPT-TAB-DESC(WS-DEPT-CONT)
               END-READ
           END-PERFORM.
           CLOSE DEPTOS.

      *------------------------- BUSCA DEPTO ----------------------------
       BUSCA-DEPTO.
           MOVE "N" TO WS-DEPT-FND.
           MOVE 0 TO WS-DEPT-IDX.
           PERFORM VARYING WS-DEPT-SCAN FROM 1 BY 1
                   UNTIL WS-DEPT-SCAN > WS-DEPT-CONT
               IF DEPT-TAB-COD(WS-DEPT-SCAN) = WS-DEPT-BUSCA
                   MOVE "S" TO WS-DEPT-FND
                   MOVE WS-DEPT-SCAN TO WS-DEPT-IDX
               END-IF
           END-PERFORM.

       END PROGRAM 2REVSAL.
