      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Annual ISR adjustment - totals each nomina's HIST-PERC
      *          and the ISR withheld over the year's closed periods of
      *          the employee's own pay group on HISTORIAL (withholding
      *          from the DEDHIST ISR lines, or the living DEDUCCION
      *          line prorated to the period's group for periods closed
      *          before the snapshot existed; up to 53 weeks are kept
      *          for the constancia), computes the tax on the annual
      *          income from the annual tariff (ISRANUAL.DAT), writes
      *          the balance as an "AJA" incidence in the open period of
      *          the employee's group ("+" in the employee's favor, "-"
      *          against), and prints one constancia de percepciones y
      *          retenciones per employee (CONSTANC.RPT) plus the
      *          summary listing for the accountant (AJUSISR.RPT).
      * Tectonics: cobc
      *
      * Modification history:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2AJUSISR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-LLAVE
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT DEDHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEDH-LLAVE
               FILE STATUS IS DEDH-FILE-STATUS.
           SELECT DEDUCCION ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-LLAVE
               FILE STATUS IS DED-FILE-STATUS.
           SELECT EMPLOYEES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NOMI
               FILE STATUS IS EMP-FILE-STATUS.
           SELECT INCIDENCIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-LLAVE
               FILE STATUS IS INC-FILE-STATUS.
           SELECT CALENDARIO ASSIGN TO "CALEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT TARIFA-ANUAL ASSIGN TO "ISRANUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ISRA-FILE-STATUS.
           SELECT TARIFA-ISR ASSIGN TO "ISRTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ISR-FILE-STATUS.
           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.
           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.
           SELECT CONSTANCIAS ASSIGN TO "CONSTANC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONS-FILE-STATUS.
           SELECT REPORTE ASSIGN TO "AJUSISR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIAL.
       COPY HISTREC.

       FD  DEDHIST.
       COPY DEDHREC.

       FD  DEDUCCION.
       COPY DEDREC.

       FD  EMPLOYEES.
       COPY EMPREG.

       FD  INCIDENCIA.
       COPY INCREC.

       FD  CALENDARIO.
       COPY CALREC.

       FD  TARIFA-ANUAL.
       COPY ISRAREC.

       FD  TARIFA-ISR.
       COPY ISRREC.

       FD  AUDITORIA.
       COPY AUDITREC.

       FD  OPERADORES.
       COPY OPERREC.

       FD  CONSTANCIAS.
       01  CONS-LINEA PIC X(60).

       FD  REPORTE.
       01  RPT-LINEA PIC X(132).

       WORKING-STORAGE SECTION.
       77  HIST-FILE-STATUS PIC XX VALUE "00".
       77  DEDH-FILE-STATUS PIC XX VALUE "00".
       77  DED-FILE-STATUS PIC XX VALUE "00".
       77  EMP-FILE-STATUS PIC XX VALUE "00".
       77  INC-FILE-STATUS PIC XX VALUE "00".
       77  CAL-FILE-STATUS PIC XX VALUE "00".
       77  ISRA-FILE-STATUS PIC XX VALUE "00".
       77  ISR-FILE-STATUS PIC XX VALUE "00".
       77  AUD-FILE-STATUS PIC XX VALUE "00".
       77  OPER-FILE-STATUS PIC XX VALUE "00".
       77  CONS-FILE-STATUS PIC XX VALUE "00".
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
       77  WS-ANIO PIC 9(04) VALUE 0.
       77  WS-PERIODO-FIN PIC 9(06) VALUE 0.
       77  WS-PERIODO-ANT PIC 9(06) VALUE 0.
       77  WS-PER-ANIO PIC 99 VALUE 0.
      * Closed periods of the year counted per pay group (GRP-TAB
      * order), against which each employee's periods are held.
       01  WS-PER-GRP-TAB.
           02 WS-PER-GRP OCCURS 3 TIMES PIC 99 VALUE 0.
       77  WS-AUD-NOMI PIC 9(06) VALUE 0.
       77  WS-AUD-ACCION PIC X(10) VALUE SPACES.

      *--------------------- PAYROLL CALENDAR --------------------------
       01  CAL-TAB.
           02 CAL-ENT OCCURS 200 TIMES.
               03 CAL-TAB-PERIODO PIC 9(06) VALUE ZEROES.
               03 CAL-TAB-ESTADO  PIC X(01) VALUE "F".
               03 CAL-TAB-GRUPO   PIC X(01) VALUE "M".
       77  WS-CAL-CONT PIC 999 VALUE 0.
       77  WS-CAL-SCAN PIC 999 VALUE 0.
       77  WS-PER-ABIERTO PIC 9(06) VALUE 0.

      *--------------------- PAY GROUP ---------------------------------
       COPY GRUPTAB.
       77  WS-GRUPO PIC X(01) VALUE "M".
       77  WS-GRP-IDX PIC 9 VALUE 0.
       77  WS-GRP-SCAN PIC 9 VALUE 0.
       77  WS-GRP-PER PIC 9 VALUE 1.
       77  WS-GRP-EMP PIC 9 VALUE 1.

      *--------------------- ANNUAL ISR TARIFF -------------------------
      * Bracket rows from ISRANUAL.DAT; when that file is absent the
      * monthly ISRTAB.DAT brackets are annualized (limits, quotas
      * and subsidy times 12, same rates), which is how the annual
      * tariff is derived from the monthly one.
       01  ISRA-TAB.
           02 ISRA-ENT OCCURS 10 TIMES.
               03 ISRA-TAB-LIM   PIC 9(07)V99 VALUE ZEROES.
               03 ISRA-TAB-CUOTA PIC 9(07)V99 VALUE ZEROES.
               03 ISRA-TAB-TASA  PIC 9(02)V99 VALUE ZEROES.
               03 ISRA-TAB-SUBS  PIC 9(07)V99 VALUE ZEROES.
       77  WS-ISRA-CONT PIC 99 VALUE 0.
       77  WS-ISRA-IDX PIC 99 VALUE 0.
       77  WS-ISRA-SCAN PIC 99 VALUE 0.
       77  WS-ISR-CALC PIC 9(08)V99 VALUE 0.
       77  WS-ISR-ANUAL PIC 9(07)V99 VALUE 0.

      *--------------------- ACCUMULATION TABLE ------------------------
      * One entry per employee found in the year's closed periods,
      * with every period's HIST-PERC and ISR withheld kept for the
      * constancia; AJU-PER-FTE is "V" when the withholding came from
      * the living DEDUCCION line instead of the DEDHIST snapshot.
       01  AJU-TAB.
           02 AJU-ENT OCCURS 5000 TIMES.
               03 AJU-NOMI PIC 9(06) VALUE ZEROES.
               03 AJU-NOMB PIC X(20) VALUE SPACES.
               03 AJU-DEPT PIC X(20) VALUE SPACES.
               03 AJU-CONT-PER PIC 99 VALUE 0.
               03 AJU-PER-ENT OCCURS 53 TIMES.
                   04 AJU-PER-PERIODO PIC 9(06) VALUE ZEROES.
                   04 AJU-PER-PERC PIC 9(05)V99 VALUE ZEROES.
                   04 AJU-PER-ISR PIC 9(05)V99 VALUE ZEROES.
                   04 AJU-PER-FTE PIC X(01) VALUE SPACES.
               03 AJU-SUMA-PERC PIC 9(07)V99 VALUE ZEROES.
               03 AJU-SUMA-ISR PIC 9(07)V99 VALUE ZEROES.
       77  WS-AJU-CONT PIC 9(04) VALUE 0.
       77  WS-AJU-MAX PIC 9(04) VALUE 5000.
       77  WS-AJU-IDX PIC 9(04) VALUE 0.
       77  WS-AJU-SCAN PIC 9(04) VALUE 0.
       77  WS-AJU-HIT PIC X VALUE "N".
           88 AJU-HIT VALUE "S".

       77  WS-DEDH-OK PIC X VALUE "N".
           88 DEDH-OK VALUE "S".
       77  WS-DED-OK PIC X VALUE "N".
           88 DED-OK VALUE "S".
       77  WS-HAY-DEDH PIC X VALUE "N".
           88 HAY-DEDH VALUE "S".
       77  WS-ISR-PER PIC 9(05)V99 VALUE 0.
       77  WS-ISR-FTE PIC X(01) VALUE SPACES.
       77  WS-HAY-VIGENTE PIC X VALUE "N".
           88 HAY-VIGENTE VALUE "S".

      *--------------------- ADJUSTMENT WORK ---------------------------
       77  WS-SALDO PIC S9(07)V99 VALUE 0.
       77  WS-SALDO-ABS PIC 9(07)V99 VALUE 0.
       77  WS-SIGNO PIC X(01) VALUE SPACES.
       77  WS-AJU-ESTADO PIC X(14) VALUE SPACES.
       77  WS-CONCEPTO-AJU PIC X(03) VALUE "AJA".
       77  WS-CONT-INC PIC 9(05) VALUE 0.
       77  WS-CONT-FAVOR PIC 9(05) VALUE 0.
       77  WS-CONT-CARGO PIC 9(05) VALUE 0.
       77  WS-CONT-SIN-AJU PIC 9(05) VALUE 0.
       77  WS-TOT-PERC PIC 9(09)V99 VALUE 0.
       77  WS-TOT-ISR-ANUAL PIC 9(09)V99 VALUE 0.
       77  WS-TOT-RET PIC 9(09)V99 VALUE 0.
       77  WS-TOT-FAVOR PIC 9(09)V99 VALUE 0.
       77  WS-TOT-CARGO PIC 9(09)V99 VALUE 0.

      *--------------------- CONSTANCIA PAGE ---------------------------
       01  WS-CAMPO.
           02 WS-C-ETIQUETA PIC X(22).
           02 WS-C-VALOR PIC X(38).

       01  WS-LINEA-PER.
           02 FILLER PIC X(04) VALUE SPACES.
           02 WS-L-PERIODO PIC 9(06).
           02 FILLER PIC X(04) VALUE SPACES.
           02 WS-L-PERC PIC Z(05)9.99.
           02 FILLER PIC X(04) VALUE SPACES.
           02 WS-L-ISR PIC Z(05)9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-L-FTE PIC X(01).
           02 FILLER PIC X(22) VALUE SPACES.

      *--------------------- SUMMARY LISTING ---------------------------
       01  WS-LINEA-RES.
           02 WS-R-NOMI PIC 9(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-R-NOMB PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-R-PER PIC Z9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-R-PERC PIC Z(08)9.99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-R-ISR-ANUAL PIC Z(08)9.99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-R-RET PIC Z(08)9.99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-R-SALDO PIC Z(08)9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-R-SENTIDO PIC X(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-R-ESTADO PIC X(14).
           02 FILLER PIC X(19) VALUE SPACES.

       77  WS-IMP-EDIT PIC Z(06)9.99 VALUE SPACES.
       77  WS-CONT-EDIT PIC Z9 VALUE SPACES.
       PROCEDURE DIVISION.

      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           DISPLAY "AJUSTE ANUAL DE ISR Y CONSTANCIAS".
           PERFORM FIRMA-OPERADOR.
           IF WS-NIVEL < 3
               DISPLAY "AJUSTE ANUAL REQUIERE NIVEL SUPERVISOR"
               STOP RUN.
           DISPLAY "ANIO A AJUSTAR (AAAA):".
           ACCEPT WS-ANIO.
           IF WS-ANIO = 0
               DISPLAY "ANIO INVALIDO"
               STOP RUN.
           PERFORM CARGA-CALENDARIO.
           PERFORM BUSCA-PERIODO-ABIERTO.
           IF WS-PER-ABIERTO = 0
               DISPLAY "SIN PERIODO ABIERTO EN CALEND.DAT"
               STOP RUN.
           PERFORM CARGA-TARIFA-ANUAL.
           IF WS-ISRA-CONT = 0
               DISPLAY "SIN TARIFA ANUAL NI MENSUAL DE ISR"
               STOP RUN.
           OPEN INPUT HISTORIAL.
           IF HIST-FILE-STATUS = "35"
               DISPLAY "HISTORIAL NO EXISTE, CIERRE PERIODOS PRIMERO"
               STOP RUN.
           OPEN INPUT EMPLOYEES.
           IF EMP-FILE-STATUS = "35"
               DISPLAY "EMPLOYEES NO EXISTE, NADA QUE AJUSTAR"
               STOP RUN.
           OPEN INPUT DEDHIST.
           IF DEDH-FILE-STATUS NOT = "35"
               MOVE "S" TO WS-DEDH-OK.
           OPEN INPUT DEDUCCION.
           IF DED-FILE-STATUS NOT = "35"
               MOVE "S" TO WS-DED-OK.
           PERFORM ACUMULA-ANIO.
           CLOSE HISTORIAL.
           IF DEDH-OK
               CLOSE DEDHIST.
           IF DED-OK
               CLOSE DEDUCCION.
           IF WS-AJU-CONT = 0
               DISPLAY "SIN PERIODOS CERRADOS PARA EL ANIO"
               STOP RUN.
           OPEN I-O INCIDENCIA.
           IF INC-FILE-STATUS = "35"
               OPEN OUTPUT INCIDENCIA
               CLOSE INCIDENCIA
               OPEN I-O INCIDENCIA.
           OPEN OUTPUT CONSTANCIAS.
           OPEN OUTPUT REPORTE.
           PERFORM IMPRIME-ENCABEZADO-RES.
           PERFORM AJUSTA-EMPLEADO
                   VARYING WS-AJU-IDX FROM 1 BY 1
                   UNTIL WS-AJU-IDX > WS-AJU-CONT.
           PERFORM IMPRIME-TOTALES-RES.
           CLOSE CONSTANCIAS.
           CLOSE REPORTE.
           CLOSE INCIDENCIA.
           CLOSE EMPLOYEES.
           DISPLAY "PERIODOS CERRADOS DEL ANIO :", WS-PER-ANIO.
           DISPLAY "EMPLEADOS CON CONSTANCIA   :", WS-AJU-CONT.
           DISPLAY "SALDOS A FAVOR             :", WS-CONT-FAVOR.
           DISPLAY "SALDOS A CARGO             :", WS-CONT-CARGO.
           DISPLAY "INCIDENCIAS DE AJUSTE      :", WS-CONT-INC.
           DISPLAY "SIN AJUSTE                 :", WS-CONT-SIN-AJU.
           STOP RUN.

      *------------------------- ACUMULA ANIO ----------------------------
      * One pass over the year's closed periods on HISTORIAL, as in
      * 2AGUINAL: a change of HIST-PERIODO counts one more closed
      * period and decides where that period's withholding is read
      * from (DEDHIST when the period was snapshotted at close).
       ACUMULA-ANIO.
           COMPUTE HIST-PERIODO = WS-ANIO * 100.
           COMPUTE WS-PERIODO-FIN = WS-ANIO * 100 + 99.
           MOVE ZEROES TO HIST-NOMI.
           START HISTORIAL KEY IS NOT LESS THAN HIST-LLAVE
               INVALID KEY MOVE "10" TO HIST-FILE-STATUS
           END-START.
           PERFORM UNTIL HIST-FILE-STATUS = "10"
               READ HISTORIAL NEXT RECORD
                   AT END MOVE "10" TO HIST-FILE-STATUS
                   NOT AT END
                       IF HIST-PERIODO > WS-PERIODO-FIN
                           MOVE "10" TO HIST-FILE-STATUS
                       ELSE
                           PERFORM ACUMULA-REG-HIST
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO HIST-FILE-STATUS.

       ACUMULA-REG-HIST.
           IF HIST-PERIODO NOT = WS-PERIODO-ANT
               ADD 1 TO WS-PER-ANIO
               MOVE HIST-PERIODO TO WS-PERIODO-ANT
               PERFORM BUSCA-GRUPO-PERIODO
               ADD 1 TO WS-PER-GRP(WS-GRP-PER)
               PERFORM VERIFICA-DEDH-PERIODO
           END-IF.
           MOVE "N" TO WS-AJU-HIT.
           PERFORM VARYING WS-AJU-SCAN FROM 1 BY 1
                   UNTIL WS-AJU-SCAN > WS-AJU-CONT
               IF AJU-NOMI(WS-AJU-SCAN) = HIST-NOMI
                   MOVE "S" TO WS-AJU-HIT
                   MOVE WS-AJU-SCAN TO WS-AJU-IDX
               END-IF
           END-PERFORM.
           IF NOT AJU-HIT
               IF WS-AJU-CONT < WS-AJU-MAX
                   ADD 1 TO WS-AJU-CONT
                   MOVE WS-AJU-CONT TO WS-AJU-IDX
                   MOVE HIST-NOMI TO AJU-NOMI(WS-AJU-IDX)
               ELSE
                   DISPLAY "TABLA DE ACUMULADOS LLENA, NOMINA:"
                       HIST-NOMI
                   MOVE 0 TO WS-AJU-IDX
               END-IF
           END-IF.
           IF WS-AJU-IDX > 0
               MOVE HIST-NOMB TO AJU-NOMB(WS-AJU-IDX)
               MOVE HIST-DEPT TO AJU-DEPT(WS-AJU-IDX)
               IF AJU-CONT-PER(WS-AJU-IDX) < 53
                   PERFORM LEE-ISR-RETENIDO
                   ADD 1 TO AJU-CONT-PER(WS-AJU-IDX)
                   MOVE HIST-PERIODO TO AJU-PER-PERIODO(WS-AJU-IDX,
                       AJU-CONT-PER(WS-AJU-IDX))
                   MOVE HIST-PERC TO AJU-PER-PERC(WS-AJU-IDX,
                       AJU-CONT-PER(WS-AJU-IDX))
                   MOVE WS-ISR-PER TO AJU-PER-ISR(WS-AJU-IDX,
                       AJU-CONT-PER(WS-AJU-IDX))
                   MOVE WS-ISR-FTE TO AJU-PER-FTE(WS-AJU-IDX,
                       AJU-CONT-PER(WS-AJU-IDX))
                   ADD HIST-PERC TO AJU-SUMA-PERC(WS-AJU-IDX)
                   ADD WS-ISR-PER TO AJU-SUMA-ISR(WS-AJU-IDX)
               END-IF
           END-IF.

      * The pay group a closed period belongs to, from the calendar
      * (a period no longer on it is taken as monthly).
       BUSCA-GRUPO-PERIODO.
           MOVE "M" TO WS-GRUPO.
           PERFORM VARYING WS-CAL-SCAN FROM 1 BY 1
                   UNTIL WS-CAL-SCAN > WS-CAL-CONT
               IF CAL-TAB-PERIODO(WS-CAL-SCAN) = HIST-PERIODO
                   MOVE CAL-TAB-GRUPO(WS-CAL-SCAN) TO WS-GRUPO
               END-IF
           END-PERFORM.
           PERFORM BUSCA-GRUPO.
           IF WS-GRP-IDX = 0
               MOVE 1 TO WS-GRP-IDX.
           MOVE WS-GRP-IDX TO WS-GRP-PER.

      *------------------------- VERIFICA DEDH PERIODO -------------------
      * A period counts as snapshotted when any DEDHIST key exists for
      * it, so a nomina without an ISR line there withheld nothing
      * rather than falling back to today's detail.
       VERIFICA-DEDH-PERIODO.
           MOVE "N" TO WS-HAY-DEDH.
           IF DEDH-OK
               MOVE HIST-PERIODO TO DEDH-PERIODO
               MOVE ZEROES TO DEDH-NOMI
               MOVE LOW-VALUES TO DEDH-COD
               START DEDHIST KEY IS NOT LESS THAN DEDH-LLAVE
                   INVALID KEY MOVE "10" TO DEDH-FILE-STATUS
               END-START
               IF DEDH-FILE-STATUS NOT = "10"
                   READ DEDHIST NEXT RECORD
                       AT END MOVE "10" TO DEDH-FILE-STATUS
                   END-READ
                   IF DEDH-FILE-STATUS NOT = "10"
                       AND DEDH-PERIODO = HIST-PERIODO
                       MOVE "S" TO WS-HAY-DEDH
                   END-IF
               END-IF
               MOVE "00" TO DEDH-FILE-STATUS
           END-IF.

      *------------------------- LEE ISR RETENIDO ------------------------
       LEE-ISR-RETENIDO.
           MOVE 0 TO WS-ISR-PER.
           MOVE SPACES TO WS-ISR-FTE.
           IF HAY-DEDH
               MOVE HIST-PERIODO TO DEDH-PERIODO
               MOVE HIST-NOMI TO DEDH-NOMI
               MOVE "ISR" TO DEDH-COD
               READ DEDHIST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE DEDH-IMPORTE TO WS-ISR-PER
               END-READ
           ELSE
               IF DED-OK
                   MOVE HIST-NOMI TO DED-NOMI
                   MOVE "ISR" TO DED-COD
                   READ DEDUCCION
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-ISR-PER ROUNDED = DED-IMPORTE
                                   * GRP-DIAS(WS-GRP-PER) / 30
                           MOVE "V" TO WS-ISR-FTE
                   END-READ
               END-IF
           END-IF.

      *------------------------- AJUSTA EMPLEADO -------------------------
      * Tax on the year's income against what was withheld: a
      * positive difference is owed by the employee ("-" incidence),
      * a negative one is returned ("+"). Only active employees who
      * were paid in every closed period of the year of their pay
      * group are adjusted; the rest still get their constancia. A
      * previous AJA line in the group's open period is replaced, so
      * the run can be repeated.
       AJUSTA-EMPLEADO.
           PERFORM CALCULA-ISR-ANUAL.
           COMPUTE WS-SALDO = WS-ISR-ANUAL - AJU-SUMA-ISR(WS-AJU-IDX).
           IF WS-SALDO < 0
               MOVE "+" TO WS-SIGNO
               COMPUTE WS-SALDO-ABS = 0 - WS-SALDO
           ELSE
               MOVE "-" TO WS-SIGNO
               MOVE WS-SALDO TO WS-SALDO-ABS
           END-IF.
           MOVE SPACES TO WS-AJU-ESTADO.
           MOVE 1 TO WS-GRP-EMP.
           MOVE AJU-NOMI(WS-AJU-IDX) TO EMP-NOMI.
           READ EMPLOYEES
               INVALID KEY MOVE "NO ACTIVO" TO WS-AJU-ESTADO
               NOT INVALID KEY
                   PERFORM FIJA-GRUPO-EMPLEADO
                   IF NOT EMP-ACTIVO
                       MOVE "NO ACTIVO" TO WS-AJU-ESTADO
                   END-IF
           END-READ.
           IF WS-AJU-ESTADO = SPACES
               IF WS-PER-ABIERTO = 0
                   MOVE "GRUPO CERRADO" TO WS-AJU-ESTADO
               END-IF
           END-IF.
           IF WS-AJU-ESTADO = SPACES
               PERFORM QUITA-AJUSTE-PREVIO
               EVALUATE TRUE
                   WHEN AJU-CONT-PER(WS-AJU-IDX) <
                           WS-PER-GRP(WS-GRP-EMP)
                       MOVE "ANIO PARCIAL" TO WS-AJU-ESTADO
                   WHEN WS-SALDO-ABS = 0
                       MOVE "SIN SALDO" TO WS-AJU-ESTADO
                   WHEN WS-SALDO-ABS > 99999.99
                       MOVE "EXCEDE IMPORTE" TO WS-AJU-ESTADO
                   WHEN OTHER
                       PERFORM GRABA-INCIDENCIA-AJUSTE
               END-EVALUATE
           END-IF.
           IF WS-AJU-ESTADO NOT = "INCIDENCIA"
               ADD 1 TO WS-CONT-SIN-AJU
           END-IF.
           IF WS-SALDO-ABS > 0
               IF WS-SIGNO = "+"
                   ADD 1 TO WS-CONT-FAVOR
                   ADD WS-SALDO-ABS TO WS-TOT-FAVOR
               ELSE
                   ADD 1 TO WS-CONT-CARGO
                   ADD WS-SALDO-ABS TO WS-TOT-CARGO
               END-IF
           END-IF.
           ADD AJU-SUMA-PERC(WS-AJU-IDX) TO WS-TOT-PERC.
           ADD WS-ISR-ANUAL TO WS-TOT-ISR-ANUAL.
           ADD AJU-SUMA-ISR(WS-AJU-IDX) TO WS-TOT-RET.
           PERFORM IMPRIME-CONSTANCIA.
           PERFORM IMPRIME-LINEA-RES.

      * The employee's pay group and its open period, where the AJA
      * line is written.
       FIJA-GRUPO-EMPLEADO.
           MOVE EMP-GRUPO TO WS-GRUPO.
           PERFORM BUSCA-GRUPO.
           IF WS-GRP-IDX = 0
               MOVE "M" TO WS-GRUPO
               MOVE 1 TO WS-GRP-IDX
           END-IF.
           MOVE WS-GRP-IDX TO WS-GRP-EMP.
           PERFORM BUSCA-PERIODO-ABIERTO.

       QUITA-AJUSTE-PREVIO.
           MOVE WS-PER-ABIERTO TO INC-PERIODO.
           MOVE AJU-NOMI(WS-AJU-IDX) TO INC-NOMI.
           MOVE WS-CONCEPTO-AJU TO INC-CONCEPTO.
           DELETE INCIDENCIA
               INVALID KEY CONTINUE
           END-DELETE.

      *------------------------- GRABA INCIDENCIA AJUSTE -----------------
      * The balance travels as a direct-amount incidence, valued by
      * 2PERCLS when the open period closes like any other line.
       GRABA-INCIDENCIA-AJUSTE.
           MOVE WS-PER-ABIERTO TO INC-PERIODO.
           MOVE AJU-NOMI(WS-AJU-IDX) TO INC-NOMI.
           MOVE WS-CONCEPTO-AJU TO INC-CONCEPTO.
           MOVE "I" TO INC-TIPO.
           MOVE WS-SIGNO TO INC-SIGNO.
           MOVE WS-SALDO-ABS TO INC-CANTIDAD.
           WRITE INC-REG
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR AJUSTE, NOMINA:"
                       AJU-NOMI(WS-AJU-IDX)
                   MOVE "ERROR" TO WS-AJU-ESTADO
               NOT INVALID KEY
                   MOVE "INCIDENCIA" TO WS-AJU-ESTADO
                   ADD 1 TO WS-CONT-INC
                   MOVE AJU-NOMI(WS-AJU-IDX) TO WS-AUD-NOMI
                   MOVE "AJU-ANUAL" TO WS-AUD-ACCION
                   PERFORM GRABA-AUDITORIA
           END-WRITE.

      *------------------------- CALCULA ISR ANUAL -----------------------
      * Same bracket rule as the monthly line in 2EMPMNT, applied to
      * the year's total percepcion with the annual tariff.
       CALCULA-ISR-ANUAL.
           MOVE 0 TO WS-ISRA-IDX.
           PERFORM VARYING WS-ISRA-SCAN FROM 1 BY 1
                   UNTIL WS-ISRA-SCAN > WS-ISRA-CONT
               IF AJU-SUMA-PERC(WS-AJU-IDX) >=
                       ISRA-TAB-LIM(WS-ISRA-SCAN)
                   MOVE WS-ISRA-SCAN TO WS-ISRA-IDX
               END-IF
           END-PERFORM.
           IF WS-ISRA-IDX = 0
               MOVE 0 TO WS-ISR-ANUAL
           ELSE
               COMPUTE WS-ISR-CALC ROUNDED =
                       ISRA-TAB-CUOTA(WS-ISRA-IDX)
                       + (AJU-SUMA-PERC(WS-AJU-IDX)
                       - ISRA-TAB-LIM(WS-ISRA-IDX))
                       * ISRA-TAB-TASA(WS-ISRA-IDX) / 100
               IF WS-ISR-CALC > ISRA-TAB-SUBS(WS-ISRA-IDX)
                   COMPUTE WS-ISR-ANUAL = WS-ISR-CALC
                           - ISRA-TAB-SUBS(WS-ISRA-IDX)
               ELSE
                   MOVE 0 TO WS-ISR-ANUAL
               END-IF
           END-IF.

      *------------------------- CARGA TARIFA ANUAL ----------------------
       CARGA-TARIFA-ANUAL.
           OPEN INPUT TARIFA-ANUAL.
           IF ISRA-FILE-STATUS = "35"
               DISPLAY "ISRANUAL.DAT NO ENCONTRADO, SE ANUALIZA"
                   " ISRTAB.DAT"
               PERFORM ANUALIZA-TARIFA-ISR
           ELSE
               PERFORM UNTIL ISRA-FILE-STATUS = "10"
                   READ TARIFA-ANUAL
                       AT END MOVE "10" TO ISRA-FILE-STATUS
                       NOT AT END PERFORM GUARDA-TRAMO-ANUAL
                   END-READ
               END-PERFORM
               CLOSE TARIFA-ANUAL.

       GUARDA-TRAMO-ANUAL.
           IF WS-ISRA-CONT < 10
               ADD 1 TO WS-ISRA-CONT
               MOVE ISRA-LIM-INF TO ISRA-TAB-LIM(WS-ISRA-CONT)
               MOVE ISRA-CUOTA TO ISRA-TAB-CUOTA(WS-ISRA-CONT)
               MOVE ISRA-TASA TO ISRA-TAB-TASA(WS-ISRA-CONT)
               MOVE ISRA-SUBSIDIO TO ISRA-TAB-SUBS(WS-ISRA-CONT)
           END-IF.

       ANUALIZA-TARIFA-ISR.
           OPEN INPUT TARIFA-ISR.
           IF ISR-FILE-STATUS NOT = "35"
               PERFORM UNTIL ISR-FILE-STATUS = "10"
                   READ TARIFA-ISR
                       AT END MOVE "10" TO ISR-FILE-STATUS
                       NOT AT END PERFORM GUARDA-TRAMO-MENSUAL
                   END-READ
               END-PERFORM
               CLOSE TARIFA-ISR.

       GUARDA-TRAMO-MENSUAL.
           IF WS-ISRA-CONT < 10
               ADD 1 TO WS-ISRA-CONT
               IF WS-ISRA-CONT = 1
                   MOVE ISR-LIM-INF TO ISRA-TAB-LIM(WS-ISRA-CONT)
               ELSE
                   COMPUTE ISRA-TAB-LIM(WS-ISRA-CONT) =
                           ISR-LIM-INF * 12
               END-IF
               COMPUTE ISRA-TAB-CUOTA(WS-ISRA-CONT) = ISR-CUOTA * 12
               MOVE ISR-TASA TO ISRA-TAB-TASA(WS-ISRA-CONT)
               COMPUTE ISRA-TAB-SUBS(WS-ISRA-CONT) =
                       ISR-SUBSIDIO * 12
           END-IF.

      *------------------------- IMPRIME CONSTANCIA ----------------------
      * One page per employee in the recibo style: the periods with
      * their percepcion and withholding, the annual tax and the
      * balance, and what was done with it.
       IMPRIME-CONSTANCIA.
           MOVE SPACES TO CONS-LINEA.
           STRING "CONSTANCIA DE PERCEPCIONES Y RETENCIONES "
                  DELIMITED BY SIZE
                  WS-ANIO DELIMITED BY SIZE
                  INTO CONS-LINEA.
           WRITE CONS-LINEA.
           MOVE ALL "-" TO CONS-LINEA.
           WRITE CONS-LINEA.
           MOVE "NOMINA              :" TO WS-C-ETIQUETA.
           MOVE SPACES TO WS-C-VALOR.
           MOVE AJU-NOMI(WS-AJU-IDX) TO WS-C-VALOR(1:6).
           WRITE CONS-LINEA FROM WS-CAMPO.
           MOVE "NOMBRE              :" TO WS-C-ETIQUETA.
           MOVE AJU-NOMB(WS-AJU-IDX) TO WS-C-VALOR.
           WRITE CONS-LINEA FROM WS-CAMPO.
           MOVE "DEPARTAMENTO        :" TO WS-C-ETIQUETA.
           MOVE AJU-DEPT(WS-AJU-IDX) TO WS-C-VALOR.
           WRITE CONS-LINEA FROM WS-CAMPO.
           MOVE SPACES TO CONS-LINEA.
           MOVE "    PERIODO    PERCEPCION  ISR RETENIDO"
               TO CONS-LINEA.
           WRITE CONS-LINEA.
           MOVE "N" TO WS-HAY-VIGENTE.
           PERFORM IMPRIME-LINEA-PERIODO
                   VARYING WS-AJU-SCAN FROM 1 BY 1
                   UNTIL WS-AJU-SCAN > AJU-CONT-PER(WS-AJU-IDX).
           MOVE ALL "-" TO CONS-LINEA.
           WRITE CONS-LINEA.
           MOVE "PERIODOS PAGADOS    :" TO WS-C-ETIQUETA.
           MOVE SPACES TO WS-C-VALOR.
           MOVE AJU-CONT-PER(WS-AJU-IDX) TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO WS-C-VALOR(1:2).
           MOVE "DE" TO WS-C-VALOR(4:2).
           MOVE WS-PER-GRP(WS-GRP-EMP) TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO WS-C-VALOR(7:2).
           WRITE CONS-LINEA FROM WS-CAMPO.
           MOVE "TOTAL PERCEPCIONES  :" TO WS-C-ETIQUETA.
           MOVE AJU-SUMA-PERC(WS-AJU-IDX) TO WS-IMP-EDIT.
           MOVE WS-IMP-EDIT TO WS-C-VALOR.
           WRITE CONS-LINEA FROM WS-CAMPO.
           MOVE "ISR RETENIDO        :" TO WS-C-ETIQUETA.
           MOVE AJU-SUMA-ISR(WS-AJU-IDX) TO WS-IMP-EDIT.
           MOVE WS-IMP-EDIT TO WS-C-VALOR.
           WRITE CONS-LINEA FROM WS-CAMPO.
           MOVE "ISR DEL EJERCICIO   :" TO WS-C-ETIQUETA.
           MOVE WS-ISR-ANUAL TO WS-IMP-EDIT.
           MOVE WS-IMP-EDIT TO WS-C-VALOR.
           WRITE CONS-LINEA FROM WS-CAMPO.
           IF WS-SIGNO = "+"
               MOVE "SALDO A FAVOR       :" TO WS-C-ETIQUETA
           ELSE
               MOVE "SALDO A CARGO       :" TO WS-C-ETIQUETA
           END-IF.
           MOVE WS-SALDO-ABS TO WS-IMP-EDIT.
           MOVE WS-IMP-EDIT TO WS-C-VALOR.
           WRITE CONS-LINEA FROM WS-CAMPO.
           MOVE "AJUSTE              :" TO WS-C-ETIQUETA.
           MOVE SPACES TO WS-C-VALOR.
           IF WS-AJU-ESTADO = "INCIDENCIA"
               STRING WS-CONCEPTO-AJU DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SIGNO DELIMITED BY SIZE
                      " EN PERIODO " DELIMITED BY SIZE
                      WS-PER-ABIERTO DELIMITED BY SIZE
                      INTO WS-C-VALOR
           ELSE
               STRING "NO APLICADO - " DELIMITED BY SIZE
                      WS-AJU-ESTADO DELIMITED BY SIZE
                      INTO WS-C-VALOR
           END-IF.
           WRITE CONS-LINEA FROM WS-CAMPO.
           IF HAY-VIGENTE
               MOVE "V = RETENCION TOMADA DEL DETALLE VIGENTE"
                   TO CONS-LINEA
               WRITE CONS-LINEA
           END-IF.
           MOVE SPACES TO CONS-LINEA.
           WRITE CONS-LINEA.
           WRITE CONS-LINEA.
           MOVE "____________________      ____________________"
               TO CONS-LINEA.
           WRITE CONS-LINEA.
           MOVE "     RETENEDOR                 TRABAJADOR"
               TO CONS-LINEA.
           WRITE CONS-LINEA.
           MOVE ALL "=" TO CONS-LINEA.
           WRITE CONS-LINEA.
           MOVE SPACES TO CONS-LINEA.
           WRITE CONS-LINEA.

       IMPRIME-LINEA-PERIODO.
           MOVE AJU-PER-PERIODO(WS-AJU-IDX, WS-AJU-SCAN)
               TO WS-L-PERIODO.
           MOVE AJU-PER-PERC(WS-AJU-IDX, WS-AJU-SCAN) TO WS-L-PERC.
           MOVE AJU-PER-ISR(WS-AJU-IDX, WS-AJU-SCAN) TO WS-L-ISR.
           MOVE AJU-PER-FTE(WS-AJU-IDX, WS-AJU-SCAN) TO WS-L-FTE.
           IF WS-L-FTE = "V"
               MOVE "S" TO WS-HAY-VIGENTE
           END-IF.
           WRITE CONS-LINEA FROM WS-LINEA-PER.

      *------------------------- RESUMEN ---------------------------------
       IMPRIME-ENCABEZADO-RES.
           MOVE SPACES TO RPT-LINEA.
           STRING "AJUSTE ANUAL DE ISR " DELIMITED BY SIZE
                  WS-ANIO DELIMITED BY SIZE
                  " - PERIODOS CERRADOS: " DELIMITED BY SIZE
                  WS-PER-ANIO DELIMITED BY SIZE
                  " - INCIDENCIAS EN EL PERIODO ABIERTO DEL GRUPO"
                  DELIMITED BY SIZE
                  INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE ALL "-" TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "NOMINA  NOMBRE               PER"
                  DELIMITED BY SIZE
                  "   PERC. ANUAL     ISR ANUAL  ISR RETENIDO"
                  DELIMITED BY SIZE
                  "         SALDO SENTIDO   ESTADO"
                  DELIMITED BY SIZE
                  INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE ALL "-" TO RPT-LINEA.
           WRITE RPT-LINEA.

       IMPRIME-LINEA-RES.
           MOVE AJU-NOMI(WS-AJU-IDX) TO WS-R-NOMI.
           MOVE AJU-NOMB(WS-AJU-IDX) TO WS-R-NOMB.
           MOVE AJU-CONT-PER(WS-AJU-IDX) TO WS-R-PER.
           MOVE AJU-SUMA-PERC(WS-AJU-IDX) TO WS-R-PERC.
           MOVE WS-ISR-ANUAL TO WS-R-ISR-ANUAL.
           MOVE AJU-SUMA-ISR(WS-AJU-IDX) TO WS-R-RET.
           MOVE WS-SALDO-ABS TO WS-R-SALDO.
           IF WS-SALDO-ABS = 0
               MOVE SPACES TO WS-R-SENTIDO
           ELSE
               IF WS-SIGNO = "+"
                   MOVE "A FAVOR" TO WS-R-SENTIDO
               ELSE
                   MOVE "A CARGO" TO WS-R-SENTIDO
               END-IF
           END-IF.
           MOVE WS-AJU-ESTADO TO WS-R-ESTADO.
           WRITE RPT-LINEA FROM WS-LINEA-RES.

       IMPRIME-TOTALES-RES.
           MOVE ALL "-" TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO WS-LINEA-RES.
           MOVE "TOTAL" TO WS-R-NOMB.
           MOVE WS-PER-ANIO TO WS-R-PER.
           MOVE WS-TOT-PERC TO WS-R-PERC.
           MOVE WS-TOT-ISR-ANUAL TO WS-R-ISR-ANUAL.
           MOVE WS-TOT-RET TO WS-R-RET.
           MOVE 0 TO WS-R-SALDO.
           WRITE RPT-LINEA FROM WS-LINEA-RES.
           MOVE SPACES TO WS-LINEA-RES.
           MOVE "SALDOS A FAVOR" TO WS-R-NOMB.
           MOVE WS-TOT-FAVOR TO WS-R-SALDO.
           MOVE "A FAVOR" TO WS-R-SENTIDO.
           WRITE RPT-LINEA FROM WS-LINEA-RES.
           MOVE SPACES TO WS-LINEA-RES.
           MOVE "SALDOS A CARGO" TO WS-R-NOMB.
           MOVE WS-TOT-CARGO TO WS-R-SALDO.
           MOVE "A CARGO" TO WS-R-SENTIDO.
           WRITE RPT-LINEA FROM WS-LINEA-RES.

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
      * password ends the run, and only a supervisor may post the
      * adjustment incidences.
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
       GRABA-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDITORIA.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE WS-AUD-NOMI TO AUD-NOMI.
           MOVE WS-AUD-ACCION TO AUD-ACCION.
           WRITE AUD-REG.
           CLOSE AUDITORIA.

       END PROGRAM 2AJUSISR.
