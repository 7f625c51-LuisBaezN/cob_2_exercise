      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Final settlement (finiquito) of an employee already
      *          dado de baja by 2EMPMNT - days worked in the open
      *          CALEND.DAT period of the employee's own pay group up to
      *          EMP-FEC-STAT (capped at the group's days, 15 quincenal,
      *          7 semanal), proportional aguinaldo averaged from the
      *          year's HISTORIAL periods as 2AGUINAL does (each
      *          HIST-PERC at its monthly equivalent for the period's
      *          group), proportional vacation days with their prima
      *          vacacional, and the open period's INCIDENCIA lines
      *          valued as 2PERCLS values them; prints the signed
      *          settlement (FINIQTO.RPT), writes a one-off payment in
      *          the BANKREC layout to the employee's CUENTAS CLABE
      *          (FINIQTO.DAT) and logs it in AUDITORIA.DAT.
      * Tectonics: cobc
      *
      * Modification history:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2FINIQTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NOMI
               FILE STATUS IS EMP-FILE-STATUS.
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
           SELECT CUENTAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NOMI
               FILE STATUS IS CTA-FILE-STATUS.
           SELECT DISPERSION ASSIGN TO "FINIQTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.
           SELECT CALENDARIO ASSIGN TO "CALEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.
           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.
           SELECT REPORTE ASSIGN TO "FINIQTO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEES.
       COPY EMPREG.

       FD  HISTORIAL.
       COPY HISTREC.

       FD  INCIDENCIA.
       COPY INCREC.

       FD  CUENTAS.
       COPY CTAREC.

       FD  DISPERSION.
       COPY BANKREC.

       FD  CALENDARIO.
       COPY CALREC.

       FD  AUDITORIA.
       COPY AUDITREC.

       FD  OPERADORES.
       COPY OPERREC.

       FD  REPORTE.
       01  RPT-LINEA PIC X(60).

       WORKING-STORAGE SECTION.
       77  EMP-FILE-STATUS PIC XX VALUE "00".
       77  HIST-FILE-STATUS PIC XX VALUE "00".
       77  INC-FILE-STATUS PIC XX VALUE "00".
       77  CTA-FILE-STATUS PIC XX VALUE "00".
       77  BANK-FILE-STATUS PIC XX VALUE "00".
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
       77  WS-OPER-NOMB PIC X(20) VALUE SPACES.

      *--------------------- PAYROLL CALENDAR --------------------------
       01  CAL-TAB.
           02 CAL-ENT OCCURS 200 TIMES.
               03 CAL-TAB-PERIODO PIC 9(06) VALUE ZEROES.
               03 CAL-TAB-INI     PIC 9(08) VALUE ZEROES.
               03 CAL-TAB-FIN     PIC 9(08) VALUE ZEROES.
               03 CAL-TAB-PAGO    PIC 9(08) VALUE ZEROES.
               03 CAL-TAB-ESTADO  PIC X(01) VALUE "F".
               03 CAL-TAB-GRUPO   PIC X(01) VALUE "M".
       77  WS-CAL-CONT PIC 999 VALUE 0.
       77  WS-CAL-IDX PIC 999 VALUE 0.
       77  WS-CAL-SCAN PIC 999 VALUE 0.
       77  WS-CAL-FND PIC X VALUE "N".
           88 CAL-FND VALUE "S".

      *--------------------- PAY GROUP ---------------------------------
       COPY GRUPTAB.
       77  WS-GRUPO PIC X(01) VALUE "M".
       77  WS-GRP-IDX PIC 9 VALUE 1.
       77  WS-GRP-SCAN PIC 9 VALUE 0.
       77  WS-GRUPO-PER PIC X(01) VALUE "M".
       77  WS-GRP-PER PIC 9 VALUE 1.
       77  WS-PERC-MES PIC 9(06)V99 VALUE 0.

      *--------------------- SETTLEMENT WORK ---------------------------
       77  WS-NOMI-BUSCA PIC 9(06) VALUE 0.
       77  WS-ERR PIC 9 VALUE 0.
       77  WS-FECHA-HOY PIC 9(08) VALUE 0.
       77  WS-PERIODO PIC 9(06) VALUE 0.
       77  WS-PERIODO-FIN PIC 9(06) VALUE 0.
       77  WS-FEC-BAJA PIC 9(08) VALUE 0.
       77  WS-FEC-INGRESO PIC 9(08) VALUE 0.
       77  WS-DIAS-PERIODO PIC 9(03) VALUE 0.
       77  WS-DIAS-ANIO PIC 9(03) VALUE 0.
       77  WS-DIAS-ANIV PIC 9(03) VALUE 0.
       77  WS-ANTIGUEDAD PIC 9(02) VALUE 0.
       77  WS-ANIO-SERV PIC 9(02) VALUE 0.
       77  WS-DIAS-VAC-ANIO PIC 9(02) VALUE 0.
       77  WS-VAC-PEND PIC 9(03) VALUE 0.
       77  WS-DIAS-VAC PIC 9(03)V99 VALUE 0.
       77  WS-SAL-DIARIO PIC 9(05)V99 VALUE 0.
       77  WS-PER-HIST PIC 99 VALUE 0.
       77  WS-SUMA-HIST PIC 9(07)V99 VALUE 0.
       77  WS-PROM PIC 9(06)V99 VALUE 0.
       77  WS-AGUI-BASE PIC 9(06)V99 VALUE 0.
       77  WS-IMP-SUELDO PIC 9(06)V99 VALUE 0.
       77  WS-IMP-AGUINALDO PIC 9(06)V99 VALUE 0.
       77  WS-IMP-VACACIONES PIC 9(06)V99 VALUE 0.
       77  WS-IMP-PRIMA PIC 9(06)V99 VALUE 0.
       77  WS-INC-AJUSTE PIC S9(06)V99 VALUE 0.
       77  WS-INC-IMP PIC 9(06)V99 VALUE 0.
       77  WS-CONT-INC PIC 9(03) VALUE 0.
       77  WS-TOTAL PIC S9(07)V99 VALUE 0.
       77  WS-NOTA-PAGO PIC X(38) VALUE SPACES.
       77  WS-PAGADO PIC X VALUE "N".
           88 PAGADO VALUE "S".
       77  WS-YA-LIQUIDADO PIC X VALUE "N".
           88 YA-LIQUIDADO VALUE "S".
      * Prima vacacional at the statutory 25 percent of the vacation
      * pay; the aguinaldo base is the same 15 days 2AGUINAL pays.
       77  WS-PCT-PRIMA PIC 9(02)V99 VALUE 25.
       77  WS-DIAS-AGUINALDO PIC 9(02) VALUE 15.

      *--------------------- DATE ARITHMETIC ---------------------------
      * A calendar date is turned into a running day number so two
      * dates can be subtracted: whole years since year one (with
      * their leap days), the days of the months already gone and the
      * day of the month, plus one when the year is leap and March
      * has been reached.
       01  WS-FEC-CALC PIC 9(08) VALUE ZEROES.
       01  WS-FEC-CALC-R REDEFINES WS-FEC-CALC.
           02 WS-FC-ANIO PIC 9(04).
           02 WS-FC-MES  PIC 9(02).
           02 WS-FC-DIA  PIC 9(02).
       01  WS-MES-ACUM PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01  WS-MES-ACUM-R REDEFINES WS-MES-ACUM.
           02 WS-MES-DIAS OCCURS 12 TIMES PIC 9(03).
       77  WS-DIA-NUM PIC 9(07) VALUE 0.
       77  WS-DIA-INI PIC 9(07) VALUE 0.
       77  WS-DIA-FIN PIC 9(07) VALUE 0.
       77  WS-ANIO-ANT PIC 9(04) VALUE 0.
       77  WS-DIV-Q PIC 9(04) VALUE 0.
       77  WS-DIV-R4 PIC 9(03) VALUE 0.
       77  WS-DIV-R100 PIC 9(03) VALUE 0.
       77  WS-DIV-R400 PIC 9(03) VALUE 0.
       77  WS-BISIESTOS PIC 9(04) VALUE 0.
       01  WS-FEC-ANIV PIC 9(08) VALUE ZEROES.
       01  WS-FEC-ANIV-R REDEFINES WS-FEC-ANIV.
           02 WS-FA-ANIO PIC 9(04).
           02 WS-FA-MESDIA PIC 9(04).
       01  WS-FEC-ING-R.
           02 WS-FI-ANIO PIC 9(04).
           02 WS-FI-MESDIA PIC 9(04).
       01  WS-FEC-BAJ-R.
           02 WS-FB-ANIO PIC 9(04).
           02 WS-FB-MESDIA PIC 9(04).

      *--------------------- CLABE VALIDATION WORK ---------------------
      * Same control-digit gate 2BANKEXT applies before paying:
      * cyclic weights 3,7,1 over the first 17 digits, each product
      * modulo 10, sum modulo 10, control is (10 - sum) modulo 10 and
      * must equal digit 18.
       01  WS-CLABE PIC X(18) VALUE SPACES.
       01  WS-CLABE-DIGS REDEFINES WS-CLABE.
           02 WS-CLABE-DIG OCCURS 18 TIMES PIC 9(01).
       01  WS-PESOS PIC X(17) VALUE "37137137137137137".
       01  WS-PESOS-DIGS REDEFINES WS-PESOS.
           02 WS-PESO-DIG OCCURS 17 TIMES PIC 9(01).
       77  WS-CLABE-IDX PIC 99 VALUE 0.
       77  WS-PROD PIC 9(03) VALUE 0.
       77  WS-PROD-Q PIC 9(02) VALUE 0.
       77  WS-PROD-R PIC 9(01) VALUE 0.
       77  WS-SUMA-MOD PIC 9(03) VALUE 0.
       77  WS-SUMA-Q PIC 9(02) VALUE 0.
       77  WS-SUMA-R PIC 9(01) VALUE 0.
       77  WS-DIG-CTL PIC 9(02) VALUE 0.
       77  WS-CLABE-OK PIC X VALUE "N".
           88 CLABE-OK VALUE "S".

      *--------------------- EXTRACT CONTROL FRAME ---------------------
       COPY BANKCTL.
       77  WS-EMPRESA PIC X(10) VALUE "NOMINA0001".
       77  WS-CONT-EXTRACTO PIC 9(05) VALUE 0.
       77  WS-SUMA-LOTE PIC 9(13) VALUE 0.

       01  WS-CAMPO.
           02 WS-C-ETIQUETA PIC X(22).
           02 WS-C-VALOR PIC X(38).

       77  WS-IMP-EDIT PIC Z(06)9.99 VALUE SPACES.
       77  WS-TOT-EDIT PIC -Z(06)9.99 VALUE SPACES.
       77  WS-DIAS-EDIT PIC ZZ9.99 VALUE SPACES.
       77  WS-CONT-EDIT PIC ZZ9 VALUE SPACES.
       PROCEDURE DIVISION.

      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           DISPLAY "FINIQUITO DE EMPLEADO DADO DE BAJA".
           PERFORM FIRMA-OPERADOR.
           IF WS-NIVEL < 3
               DISPLAY "FINIQUITO REQUIERE NIVEL SUPERVISOR"
               STOP RUN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGA-CALENDARIO.
           OPEN INPUT EMPLOYEES.
           IF EMP-FILE-STATUS = "35"
               DISPLAY "EMPLOYEES NO EXISTE, NADA QUE LIQUIDAR"
               STOP RUN.
           DISPLAY "NOMINA A LIQUIDAR:".
           ACCEPT WS-NOMI-BUSCA.
           PERFORM VALIDA-EMPLEADO.
           IF WS-ERR = 0
               PERFORM VERIFICA-FINIQUITO
               IF YA-LIQUIDADO
                   DISPLAY "LA BAJA YA TIENE FINIQUITO REGISTRADO"
                   MOVE 1 TO WS-ERR
               END-IF
           END-IF.
           IF WS-ERR = 0
               PERFORM CAPTURA-DATOS-VACACIONES
           END-IF.
           IF WS-ERR = 0
               PERFORM CALCULA-SUELDO-PERIODO
               PERFORM CALCULA-AGUINALDO-PROP
               PERFORM CALCULA-VACACIONES
               PERFORM CALCULA-INCIDENCIAS
               COMPUTE WS-TOTAL = WS-IMP-SUELDO + WS-IMP-AGUINALDO
                       + WS-IMP-VACACIONES + WS-IMP-PRIMA
                       + WS-INC-AJUSTE
               IF WS-TOTAL < 0
                   MOVE 0 TO WS-TOTAL
               END-IF
               OPEN OUTPUT DISPERSION
               OPEN OUTPUT REPORTE
               PERFORM GRABA-ENCABEZADO-LOTE
               PERFORM GRABA-PAGO
               PERFORM GRABA-PIE-LOTE
               PERFORM IMPRIME-FINIQUITO
               CLOSE DISPERSION
               CLOSE REPORTE
               PERFORM GRABA-AUDITORIA-FINIQUITO
               MOVE WS-TOTAL TO WS-TOT-EDIT
               DISPLAY "FINIQUITO NOMINA " EMP-NOMI " TOTAL "
                   WS-TOT-EDIT
               IF NOT PAGADO
                   DISPLAY "SIN PAGO EN FINIQTO.DAT, VER FINIQTO.RPT"
               END-IF
           END-IF.
           CLOSE EMPLOYEES.
           STOP RUN.

      *------------------------- VALIDA EMPLEADO -------------------------
      * Only a baja is settled: the baja date on EMP-FEC-STAT is the
      * last day worked and drives every proportion below.
       VALIDA-EMPLEADO.
           MOVE 0 TO WS-ERR.
           MOVE WS-NOMI-BUSCA TO EMP-NOMI.
           READ EMPLOYEES
               INVALID KEY
                   DISPLAY "NOMINA NO EXISTE"
                   MOVE 1 TO WS-ERR
           END-READ.
           IF WS-ERR = 0
               IF NOT EMP-BAJA
                   DISPLAY "EL EMPLEADO NO ESTA DADO DE BAJA"
                   MOVE 1 TO WS-ERR
               ELSE
                   MOVE EMP-FEC-STAT TO WS-FEC-BAJA
                   DISPLAY "EMPLEADO: " EMP-NOMB
                   DISPLAY "FECHA DE BAJA: " WS-FEC-BAJA
               END-IF
           END-IF.
           IF WS-ERR = 0
               MOVE EMP-GRUPO TO WS-GRUPO
               PERFORM BUSCA-GRUPO
               IF WS-GRP-IDX = 0
                   MOVE 1 TO WS-GRP-IDX
                   MOVE "M" TO WS-GRUPO
               END-IF
               PERFORM BUSCA-PERIODO-ABIERTO
               IF NOT CAL-FND
                   DISPLAY "SIN PERIODO ABIERTO DEL GRUPO EN CALEND.DAT"
                   MOVE 1 TO WS-ERR
               END-IF
           END-IF.

      *------------------------- VERIFICA FINIQUITO ----------------------
      * A baja is settled once: a FINIQUITO entry for the nomina dated
      * on or after the baja date means the payment already left.
       VERIFICA-FINIQUITO.
           MOVE "N" TO WS-YA-LIQUIDADO.
           OPEN INPUT AUDITORIA.
           IF AUD-FILE-STATUS NOT = "35"
               PERFORM UNTIL AUD-FILE-STATUS = "10"
                   READ AUDITORIA
                       AT END MOVE "10" TO AUD-FILE-STATUS
                       NOT AT END
                           IF AUD-NOMI = EMP-NOMI
                               AND AUD-ACCION = "FINIQUITO"
                               AND AUD-FECHA >= WS-FEC-BAJA
                               MOVE "S" TO WS-YA-LIQUIDADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA.
           MOVE "00" TO AUD-FILE-STATUS.

      *------------------------- CAPTURA DATOS VACACIONES ----------------
      * EMPLOYEES keeps no hire date, so the seniority behind the
      * vacation entitlement is captured here, together with any days
      * earned in earlier years and never taken.
       CAPTURA-DATOS-VACACIONES.
           DISPLAY "FECHA DE INGRESO AAAAMMDD:".
           ACCEPT WS-FEC-INGRESO.
           IF WS-FEC-INGRESO = 0 OR WS-FEC-INGRESO > WS-FEC-BAJA
               DISPLAY "FECHA DE INGRESO INVALIDA"
               MOVE 1 TO WS-ERR
           ELSE
               DISPLAY "DIAS DE VACACIONES PENDIENTES DE ANIOS"
                   " ANTERIORES:"
               ACCEPT WS-VAC-PEND
           END-IF.

      *------------------------- CALCULA SUELDO PERIODO ------------------
      * Days from the open period's start to the baja date, both
      * inclusive, at the daily salary of EMP-PERC over 30, never more
      * than the pay group's days; a baja dated before the open
      * period leaves nothing to pay here.
       CALCULA-SUELDO-PERIODO.
           COMPUTE WS-SAL-DIARIO ROUNDED = EMP-PERC / 30.
           MOVE 0 TO WS-DIAS-PERIODO.
           IF WS-FEC-BAJA >= CAL-TAB-INI(WS-CAL-IDX)
               MOVE CAL-TAB-INI(WS-CAL-IDX) TO WS-FEC-CALC
               PERFORM CONVIERTE-FECHA
               MOVE WS-DIA-NUM TO WS-DIA-INI
               IF WS-FEC-BAJA > CAL-TAB-FIN(WS-CAL-IDX)
                   MOVE CAL-TAB-FIN(WS-CAL-IDX) TO WS-FEC-CALC
               ELSE
                   MOVE WS-FEC-BAJA TO WS-FEC-CALC
               END-IF
               PERFORM CONVIERTE-FECHA
               COMPUTE WS-DIAS-PERIODO = WS-DIA-NUM - WS-DIA-INI + 1
               IF WS-DIAS-PERIODO > GRP-DIAS(WS-GRP-IDX)
                   MOVE GRP-DIAS(WS-GRP-IDX) TO WS-DIAS-PERIODO
               END-IF
           END-IF.
           COMPUTE WS-IMP-SUELDO ROUNDED = EMP-PERC / 30
                   * WS-DIAS-PERIODO.

      *------------------------- CALCULA AGUINALDO PROP ------------------
      * The monthly average comes from the employee's closed periods
      * of the baja year on HISTORIAL, read the way 2AGUINAL reads
      * them - each HIST-PERC taken to its monthly equivalent by its
      * period's pay group (x 30 / the group's days) - and the live
      * EMP-PERC stands in when none closed yet; the
      * 15-day aguinaldo is then prorated by the days worked in the
      * year, counted from January 1st or the hire date if later.
       CALCULA-AGUINALDO-PROP.
           MOVE 0 TO WS-PER-HIST.
           MOVE 0 TO WS-SUMA-HIST.
           MOVE WS-FEC-BAJA TO WS-FEC-CALC.
           OPEN INPUT HISTORIAL.
           IF HIST-FILE-STATUS NOT = "35"
               COMPUTE HIST-PERIODO = WS-FC-ANIO * 100
               COMPUTE WS-PERIODO-FIN = WS-FC-ANIO * 100 + 99
               MOVE ZEROES TO HIST-NOMI
               START HISTORIAL KEY IS NOT LESS THAN HIST-LLAVE
                   INVALID KEY MOVE "10" TO HIST-FILE-STATUS
               END-START
               PERFORM UNTIL HIST-FILE-STATUS = "10"
                   READ HISTORIAL NEXT RECORD
                       AT END MOVE "10" TO HIST-FILE-STATUS
                       NOT AT END
                           IF HIST-PERIODO > WS-PERIODO-FIN
                               MOVE "10" TO HIST-FILE-STATUS
                           ELSE
                               IF HIST-NOMI = EMP-NOMI
                                   ADD 1 TO WS-PER-HIST
                                   PERFORM SUMA-PERC-MENSUAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIAL.
           MOVE "00" TO HIST-FILE-STATUS.
           IF WS-PER-HIST > 0
               COMPUTE WS-PROM = WS-SUMA-HIST / WS-PER-HIST
           ELSE
               MOVE EMP-PERC TO WS-PROM
           END-IF.
           COMPUTE WS-AGUI-BASE ROUNDED = WS-PROM / 30
                   * WS-DIAS-AGUINALDO.
           MOVE WS-FEC-BAJA TO WS-FEC-CALC.
           MOVE 1 TO WS-FC-MES.
           MOVE 1 TO WS-FC-DIA.
           IF WS-FEC-INGRESO > WS-FEC-CALC
               MOVE WS-FEC-INGRESO TO WS-FEC-CALC
           END-IF.
           PERFORM CONVIERTE-FECHA.
           MOVE WS-DIA-NUM TO WS-DIA-INI.
           MOVE WS-FEC-BAJA TO WS-FEC-CALC.
           PERFORM CONVIERTE-FECHA.
           COMPUTE WS-DIAS-ANIO = WS-DIA-NUM - WS-DIA-INI + 1.
           COMPUTE WS-IMP-AGUINALDO ROUNDED = WS-AGUI-BASE
                   * WS-DIAS-ANIO / 365.

       SUMA-PERC-MENSUAL.
           MOVE "M" TO WS-GRUPO-PER.
           PERFORM VARYING WS-CAL-SCAN FROM 1 BY 1
                   UNTIL WS-CAL-SCAN > WS-CAL-CONT
               IF CAL-TAB-PERIODO(WS-CAL-SCAN) = HIST-PERIODO
                   AND CAL-TAB-GRUPO(WS-CAL-SCAN) NOT = SPACE
                   MOVE CAL-TAB-GRUPO(WS-CAL-SCAN) TO WS-GRUPO-PER
               END-IF
           END-PERFORM.
           MOVE 1 TO WS-GRP-PER.
           PERFORM VARYING WS-GRP-SCAN FROM 1 BY 1
                   UNTIL WS-GRP-SCAN > 3
               IF GRP-COD(WS-GRP-SCAN) = WS-GRUPO-PER
                   MOVE WS-GRP-SCAN TO WS-GRP-PER
               END-IF
           END-PERFORM.
           COMPUTE WS-PERC-MES ROUNDED =
                   HIST-PERC * 30 / GRP-DIAS(WS-GRP-PER).
           ADD WS-PERC-MES TO WS-SUMA-HIST.

      *------------------------- CALCULA VACACIONES ----------------------
      * Entitlement for the service year in course per the statutory
      * table (12 days the first year, two more each year up to 20
      * in the fifth, then two more every five years), prorated by
      * the days since the last anniversary, plus the pending days;
      * the prima vacacional is a percentage of that vacation pay.
       CALCULA-VACACIONES.
           MOVE WS-FEC-INGRESO TO WS-FEC-ING-R.
           MOVE WS-FEC-BAJA TO WS-FEC-BAJ-R.
           COMPUTE WS-ANTIGUEDAD = WS-FB-ANIO - WS-FI-ANIO.
           IF WS-FB-MESDIA < WS-FI-MESDIA
               SUBTRACT 1 FROM WS-ANTIGUEDAD
           END-IF.
           COMPUTE WS-ANIO-SERV = WS-ANTIGUEDAD + 1.
           IF WS-ANIO-SERV <= 5
               COMPUTE WS-DIAS-VAC-ANIO = 10 + WS-ANIO-SERV * 2
           ELSE
               COMPUTE WS-DIV-Q = (WS-ANIO-SERV - 1) / 5
               COMPUTE WS-DIAS-VAC-ANIO = 20 + WS-DIV-Q * 2
           END-IF.
           COMPUTE WS-FA-ANIO = WS-FI-ANIO + WS-ANTIGUEDAD.
           MOVE WS-FI-MESDIA TO WS-FA-MESDIA.
           MOVE WS-FEC-ANIV TO WS-FEC-CALC.
           PERFORM CONVIERTE-FECHA.
           MOVE WS-DIA-NUM TO WS-DIA-INI.
           MOVE WS-FEC-BAJA TO WS-FEC-CALC.
           PERFORM CONVIERTE-FECHA.
           COMPUTE WS-DIAS-ANIV = WS-DIA-NUM - WS-DIA-INI + 1.
           COMPUTE WS-DIAS-VAC ROUNDED = WS-DIAS-VAC-ANIO
                   * WS-DIAS-ANIV / 365 + WS-VAC-PEND.
           COMPUTE WS-IMP-VACACIONES ROUNDED = EMP-PERC / 30
                   * WS-DIAS-VAC.
           COMPUTE WS-IMP-PRIMA ROUNDED = WS-IMP-VACACIONES
                   * WS-PCT-PRIMA / 100.

      *------------------------- CALCULA INCIDENCIAS ---------------------
      * The open period's incidence lines never reach HISTORIAL for a
      * baja (2PERCLS skips it), so they are settled here, valued
      * exactly as VALORA-INCIDENCIAS values them at close.
       CALCULA-INCIDENCIAS.
           MOVE 0 TO WS-INC-AJUSTE.
           MOVE 0 TO WS-CONT-INC.
           OPEN INPUT INCIDENCIA.
           IF INC-FILE-STATUS NOT = "35"
               MOVE CAL-TAB-PERIODO(WS-CAL-IDX) TO INC-PERIODO
               MOVE EMP-NOMI TO INC-NOMI
               MOVE LOW-VALUES TO INC-CONCEPTO
               START INCIDENCIA KEY IS NOT LESS THAN INC-LLAVE
                   INVALID KEY MOVE "10" TO INC-FILE-STATUS
               END-START
               PERFORM UNTIL INC-FILE-STATUS = "10"
                   READ INCIDENCIA NEXT RECORD
                       AT END MOVE "10" TO INC-FILE-STATUS
                       NOT AT END
                           IF INC-PERIODO NOT =
                                   CAL-TAB-PERIODO(WS-CAL-IDX)
                               OR INC-NOMI NOT = EMP-NOMI
                               MOVE "10" TO INC-FILE-STATUS
                           ELSE
                               PERFORM VALORA-LINEA-INC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENCIA.
           MOVE "00" TO INC-FILE-STATUS.

       VALORA-LINEA-INC.
           IF INC-TIPO = "H"
               COMPUTE WS-INC-IMP ROUNDED = EMP-PERC / 240
                       * INC-CANTIDAD
           ELSE
               MOVE INC-CANTIDAD TO WS-INC-IMP
           END-IF.
           IF INC-SIGNO = "-"
               SUBTRACT WS-INC-IMP FROM WS-INC-AJUSTE
           ELSE
               ADD WS-INC-IMP TO WS-INC-AJUSTE
           END-IF.
           ADD 1 TO WS-CONT-INC.

      *------------------------- CONVIERTE FECHA -------------------------
       CONVIERTE-FECHA.
           COMPUTE WS-ANIO-ANT = WS-FC-ANIO - 1.
           DIVIDE WS-ANIO-ANT BY 4 GIVING WS-BISIESTOS.
           DIVIDE WS-ANIO-ANT BY 100 GIVING WS-DIV-Q.
           SUBTRACT WS-DIV-Q FROM WS-BISIESTOS.
           DIVIDE WS-ANIO-ANT BY 400 GIVING WS-DIV-Q.
           ADD WS-DIV-Q TO WS-BISIESTOS.
           COMPUTE WS-DIA-NUM = WS-ANIO-ANT * 365 + WS-BISIESTOS
                   + WS-MES-DIAS(WS-FC-MES) + WS-FC-DIA.
           DIVIDE WS-FC-ANIO BY 4 GIVING WS-DIV-Q
                   REMAINDER WS-DIV-R4.
           DIVIDE WS-FC-ANIO BY 100 GIVING WS-DIV-Q
                   REMAINDER WS-DIV-R100.
           DIVIDE WS-FC-ANIO BY 400 GIVING WS-DIV-Q
                   REMAINDER WS-DIV-R400.
           IF WS-FC-MES > 2 AND WS-DIV-R4 = 0
               AND (WS-DIV-R100 NOT = 0 OR WS-DIV-R400 = 0)
               ADD 1 TO WS-DIA-NUM
           END-IF.

      *------------------------- GRABA PAGO ------------------------------
      * One detail line paying the settlement to the employee's CLABE
      * on the run date; no account or a bad check digit leaves the
      * extract empty and the document says why.
       GRABA-PAGO.
           MOVE "N" TO WS-PAGADO.
           OPEN INPUT CUENTAS.
           IF CTA-FILE-STATUS = "35"
               MOVE "SIN CUENTA, PAGO FUERA DEL EXTRACTO"
                   TO WS-NOTA-PAGO
           ELSE
               MOVE EMP-NOMI TO CTA-NOMI
               READ CUENTAS
                   INVALID KEY
                       MOVE "SIN CUENTA, PAGO FUERA DEL EXTRACTO"
                           TO WS-NOTA-PAGO
                   NOT INVALID KEY
                       MOVE CTA-CLABE TO WS-CLABE
                       PERFORM VALIDA-CLABE
                       PERFORM ARMA-LINEA-PAGO
               END-READ
               CLOSE CUENTAS.
           MOVE "00" TO CTA-FILE-STATUS.

       ARMA-LINEA-PAGO.
           IF NOT CLABE-OK
               MOVE "CLABE INVALIDA, FUERA DEL EXTRACTO"
                   TO WS-NOTA-PAGO
           ELSE
               IF WS-TOTAL = 0
                   MOVE "SIN IMPORTE A PAGAR" TO WS-NOTA-PAGO
               ELSE
                   MOVE EMP-NOMI TO BANK-NOMI
                   MOVE EMP-NOMB TO BANK-NOMB
                   MOVE WS-CLABE TO BANK-CTA
                   MULTIPLY WS-TOTAL BY 100 GIVING BANK-IMPORTE
                   MOVE WS-FECHA-HOY TO BANK-FECHA
                   WRITE BANK-REG
                   ADD 1 TO WS-CONT-EXTRACTO
                   ADD BANK-IMPORTE TO WS-SUMA-LOTE
                   MOVE "S" TO WS-PAGADO
                   MOVE SPACES TO WS-NOTA-PAGO
                   STRING "TRANSFERENCIA A CLABE " DELIMITED BY SIZE
                          WS-CLABE DELIMITED BY SIZE
                          INTO WS-NOTA-PAGO
               END-IF
           END-IF.

      *------------------------- VALIDA CLABE ----------------------------
       VALIDA-CLABE.
           MOVE "N" TO WS-CLABE-OK.
           IF WS-CLABE IS NUMERIC
               MOVE 0 TO WS-SUMA-MOD
               PERFORM SUMA-DIGITO-CLABE
                       VARYING WS-CLABE-IDX FROM 1 BY 1
                       UNTIL WS-CLABE-IDX > 17
               DIVIDE WS-SUMA-MOD BY 10 GIVING WS-SUMA-Q
                       REMAINDER WS-SUMA-R
               COMPUTE WS-DIG-CTL = 10 - WS-SUMA-R
               IF WS-DIG-CTL = 10
                   MOVE 0 TO WS-DIG-CTL
               END-IF
               IF WS-DIG-CTL = WS-CLABE-DIG(18)
                   MOVE "S" TO WS-CLABE-OK
               END-IF
           END-IF.

       SUMA-DIGITO-CLABE.
           COMPUTE WS-PROD = WS-CLABE-DIG(WS-CLABE-IDX)
                   * WS-PESO-DIG(WS-CLABE-IDX).
           DIVIDE WS-PROD BY 10 GIVING WS-PROD-Q
                   REMAINDER WS-PROD-R.
           ADD WS-PROD-R TO WS-SUMA-MOD.

      *------------------------- CONTROL DEL EXTRACTO --------------------
      * The settlement extract travels framed like the payroll one,
      * with the nomina as its batch number; like the aguinaldo it
      * does not consume the LOTECTL.DAT consecutive.
       GRABA-ENCABEZADO-LOTE.
           MOVE "H" TO BCAB-TIPO.
           MOVE WS-EMPRESA TO BCAB-EMPRESA.
           MOVE WS-FECHA-HOY TO BCAB-FECHA.
           MOVE EMP-NOMI TO BCAB-LOTE.
           WRITE BANK-REG FROM BCAB-REG.

       GRABA-PIE-LOTE.
           MOVE "T" TO BPIE-TIPO.
           MOVE WS-CONT-EXTRACTO TO BPIE-CONT.
           MOVE WS-SUMA-LOTE TO BPIE-SUMA.
           WRITE BANK-REG FROM BPIE-REG.

      *------------------------- IMPRIME FINIQUITO -----------------------
      * The settlement document in the recibo style: the concepts and
      * the days behind each, the total, how it is paid, and the
      * signature lines for the employee and the authorizing
      * supervisor.
       IMPRIME-FINIQUITO.
           MOVE "FINIQUITO POR TERMINACION DE LA RELACION LABORAL"
               TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE ALL "-" TO RPT-LINEA.
           WRITE RPT-LINEA.
           PERFORM IMPRIME-DATOS-EMPLEADO.
           PERFORM IMPRIME-CONCEPTOS.
           MOVE ALL "=" TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "FORMA DE PAGO       :" TO WS-C-ETIQUETA.
           MOVE WS-NOTA-PAGO TO WS-C-VALOR.
           WRITE RPT-LINEA FROM WS-CAMPO.
           PERFORM IMPRIME-FIRMAS.

       IMPRIME-DATOS-EMPLEADO.
           MOVE "NOMINA              :" TO WS-C-ETIQUETA.
           MOVE SPACES TO WS-C-VALOR.
           MOVE EMP-NOMI TO WS-C-VALOR(1:6).
           PERFORM ESCRIBE-CAMPO-DATO.
           MOVE "NOMBRE              :" TO WS-C-ETIQUETA.
           MOVE EMP-NOMB TO WS-C-VALOR.
           PERFORM ESCRIBE-CAMPO-DATO.
           MOVE "DEPARTAMENTO        :" TO WS-C-ETIQUETA.
           MOVE EMP-DEPT TO WS-C-VALOR.
           PERFORM ESCRIBE-CAMPO-DATO.
           MOVE "FECHA DE INGRESO    :" TO WS-C-ETIQUETA.
           MOVE SPACES TO WS-C-VALOR.
           MOVE WS-FEC-INGRESO TO WS-C-VALOR(1:8).
           PERFORM ESCRIBE-CAMPO-DATO.
           MOVE "FECHA DE BAJA       :" TO WS-C-ETIQUETA.
           MOVE SPACES TO WS-C-VALOR.
           MOVE WS-FEC-BAJA TO WS-C-VALOR(1:8).
           PERFORM ESCRIBE-CAMPO-DATO.
           MOVE "SALARIO DIARIO      :" TO WS-C-ETIQUETA.
           MOVE WS-SAL-DIARIO TO WS-IMP-EDIT.
           MOVE WS-IMP-EDIT TO WS-C-VALOR.
           PERFORM ESCRIBE-CAMPO-DATO.
           MOVE ALL "-" TO RPT-LINEA.
           WRITE RPT-LINEA.

       ESCRIBE-CAMPO-DATO.
           WRITE RPT-LINEA FROM WS-CAMPO.

       IMPRIME-CONCEPTOS.
           MOVE "SUELDO DEL PERIODO  :" TO WS-C-ETIQUETA.
           PERFORM PREPARA-VALOR-DIAS.
           MOVE WS-DIAS-PERIODO TO WS-DIAS-EDIT.
           MOVE WS-DIAS-EDIT TO WS-C-VALOR(1:6).
           MOVE WS-IMP-SUELDO TO WS-IMP-EDIT.
           MOVE WS-IMP-EDIT TO WS-C-VALOR(20:10).
           WRITE RPT-LINEA FROM WS-CAMPO.
           MOVE "AGUINALDO PROPORC.  :" TO WS-C-ETIQUETA.
           PERFORM PREPARA-VALOR-DIAS.
           MOVE WS-DIAS-ANIO TO WS-DIAS-EDIT.
           MOVE WS-DIAS-EDIT TO WS-C-VALOR(1:6).
           MOVE WS-IMP-AGUINALDO TO WS-IMP-EDIT.
           MOVE WS-IMP-EDIT TO WS-C-VALOR(20:10).
           WRITE RPT-LINEA FROM WS-CAMPO.
           MOVE "VACACIONES          :" TO WS-C-ETIQUETA.
           PERFORM PREPARA-VALOR-DIAS.
           MOVE WS-DIAS-VAC TO WS-DIAS-EDIT.
           MOVE WS-DIAS-EDIT TO WS-C-VALOR(1:6).
           MOVE WS-IMP-VACACIONES TO WS-IMP-EDIT.
           MOVE WS-IMP-EDIT TO WS-C-VALOR(20:10).
           WRITE RPT-LINEA FROM WS-CAMPO.
           MOVE "PRIMA VACACIONAL    :" TO WS-C-ETIQUETA.
           MOVE SPACES TO WS-C-VALOR.
           MOVE WS-PCT-PRIMA TO WS-DIAS-EDIT.
           MOVE WS-DIAS-EDIT TO WS-C-VALOR(1:6).
           MOVE "%" TO WS-C-VALOR(7:1).
           MOVE WS-IMP-PRIMA TO WS-IMP-EDIT.
           MOVE WS-IMP-EDIT TO WS-C-VALOR(20:10).
           WRITE RPT-LINEA FROM WS-CAMPO.
           MOVE "INCIDENCIAS         :" TO WS-C-ETIQUETA.
           MOVE SPACES TO WS-C-VALOR.
           MOVE WS-CONT-INC TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO WS-C-VALOR(1:3).
           MOVE "LINEAS" TO WS-C-VALOR(5:6).
           MOVE WS-INC-AJUSTE TO WS-TOT-EDIT.
           MOVE WS-TOT-EDIT TO WS-C-VALOR(19:11).
           WRITE RPT-LINEA FROM WS-CAMPO.
           MOVE ALL "-" TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "TOTAL DEL FINIQUITO :" TO WS-C-ETIQUETA.
           MOVE SPACES TO WS-C-VALOR.
           MOVE WS-TOTAL TO WS-TOT-EDIT.
           MOVE WS-TOT-EDIT TO WS-C-VALOR(19:11).
           WRITE RPT-LINEA FROM WS-CAMPO.

       PREPARA-VALOR-DIAS.
           MOVE SPACES TO WS-C-VALOR.
           MOVE "DIAS" TO WS-C-VALOR(8:4).

       IMPRIME-FIRMAS.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "RECIBI DE CONFORMIDAD LA CANTIDAD ANTERIOR, SIN QUE"
               TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "ME RESERVE ACCION NI DERECHO ALGUNO QUE EJERCITAR."
               TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "  ________________________    ________________________"
               TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           MOVE EMP-NOMB TO RPT-LINEA(3:20).
           MOVE WS-OPER-NOMB TO RPT-LINEA(33:20).
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           MOVE "EMPLEADO" TO RPT-LINEA(3:8).
           MOVE "AUTORIZO" TO RPT-LINEA(33:8).
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "FECHA: " DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
                  INTO RPT-LINEA.
           WRITE RPT-LINEA.

      *------------------------- CARGA CALENDARIO ------------------------
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
               MOVE CAL-FEC-PAGO TO CAL-TAB-PAGO(WS-CAL-CONT)
               MOVE CAL-ESTADO TO CAL-TAB-ESTADO(WS-CAL-CONT)
               MOVE CAL-GRUPO TO CAL-TAB-GRUPO(WS-CAL-CONT)
           END-IF.

       BUSCA-PERIODO-ABIERTO.
           MOVE "N" TO WS-CAL-FND.
           MOVE 0 TO WS-CAL-IDX.
           PERFORM VARYING WS-CAL-SCAN FROM 1 BY 1
                   UNTIL WS-CAL-SCAN > WS-CAL-CONT
               IF CAL-TAB-ESTADO(WS-CAL-SCAN) = "A"
                   AND (CAL-TAB-GRUPO(WS-CAL-SCAN) = WS-GRUPO
                     OR (CAL-TAB-GRUPO(WS-CAL-SCAN) = SPACE
                         AND WS-GRUPO = "M"))
                   MOVE "S" TO WS-CAL-FND
                   MOVE WS-CAL-SCAN TO WS-CAL-IDX
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
      * password ends the run; the settlement pays money out of the
      * normal cycle, so only the supervisor level may run it, and
      * the supervisor's name goes on the document.
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
           MOVE OPER-TAB-NOMB(WS-OPER-IDX) TO WS-OPER-NOMB.
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
       GRABA-AUDITORIA-FINIQUITO.
           OPEN EXTEND AUDITORIA.
           IF AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDITORIA.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE EMP-NOMI TO AUD-NOMI.
           MOVE "FINIQUITO" TO AUD-ACCION.
           WRITE AUD-REG.
           CLOSE AUDITORIA.

       END PROGRAM 2FINIQTO.
