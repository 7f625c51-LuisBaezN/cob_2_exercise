      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: CFDI de nomina export - for one closed period writes
      *          CFDINOM.DAT, a stamping-ready record set per employee
      *          built from the period's HISTORIAL snapshot, its valued
      *          incidences and its DEDHIST deduction lines, with every
      *          percepcion, otro pago and deduccion mapped to its SAT
      *          catalog key through SATMAP.DAT, the receptor data from
      *          the FISCAL master, the pay date from CAL-FEC-PAGO, the
      *          days paid and the periodicidad of the period's pay
      *          group (mensual 05, quincenal 04, semanal 02); incidence
      *          hours are backed out against the group's hours per
      *          period (8 per day paid). Employees with no fiscal data
      *          are left out and listed on the control report
      *          CFDINOM.RPT.
      * Tectonics: cobc
      *
      * Modification history:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2CFDEXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-LLAVE
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT EMPLOYEES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NOMI
               FILE STATUS IS EMP-FILE-STATUS.
           SELECT FISCAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIS-NOMI
               FILE STATUS IS FIS-FILE-STATUS.
           SELECT INCIDENCIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-LLAVE
               FILE STATUS IS INC-FILE-STATUS.
           SELECT DEDUCCION ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-LLAVE
               FILE STATUS IS DED-FILE-STATUS.
           SELECT DEDHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEDH-LLAVE
               FILE STATUS IS DEDH-FILE-STATUS.
           SELECT CALENDARIO ASSIGN TO "CALEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT MAPA-SAT ASSIGN TO "SATMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAT-FILE-STATUS.
           SELECT CFDI-NOMINA ASSIGN TO "CFDINOM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFD-FILE-STATUS.
           SELECT REPORTE ASSIGN TO "CFDINOM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIAL.
       COPY HISTREC.

       FD  EMPLOYEES.
       COPY EMPREG.

       FD  FISCAL.
       COPY FISCREC.

       FD  INCIDENCIA.
       COPY INCREC.

       FD  DEDUCCION.
       COPY DEDREC.

       FD  DEDHIST.
       COPY DEDHREC.

       FD  CALENDARIO.
       COPY CALREC.

       FD  MAPA-SAT.
       COPY SATREC.

       FD  CFDI-NOMINA.
       01  CFD-LINEA PIC X(150).

       FD  REPORTE.
       01  RPT-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       77  HIST-FILE-STATUS PIC XX VALUE "00".
       77  EMP-FILE-STATUS PIC XX VALUE "00".
       77  FIS-FILE-STATUS PIC XX VALUE "00".
       77  INC-FILE-STATUS PIC XX VALUE "00".
       77  DED-FILE-STATUS PIC XX VALUE "00".
       77  DEDH-FILE-STATUS PIC XX VALUE "00".
       77  CAL-FILE-STATUS PIC XX VALUE "00".
       77  SAT-FILE-STATUS PIC XX VALUE "00".
       77  CFD-FILE-STATUS PIC XX VALUE "00".
       77  RPT-FILE-STATUS PIC XX VALUE "00".
       77  WS-EMPRESA PIC X(10) VALUE "NOMINA0001".
       77  WS-PERIODO PIC 9(06) VALUE 0.
       77  WS-FECHA-HOY PIC 9(08) VALUE 0.
       77  WS-HAY-DEDH PIC X VALUE "N".
           88 HAY-DEDH VALUE "S".

      *--------------------- CFDI EXPORT LAYOUT ------------------------
       COPY CFDIREC.

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

      *--------------------- SAT CATALOG MAP ---------------------------
       01  SAT-TAB.
           02 SAT-ENT OCCURS 40 TIMES.
               03 SAT-TAB-TIPO  PIC X(01) VALUE SPACES.
               03 SAT-TAB-COD   PIC X(03) VALUE SPACES.
               03 SAT-TAB-CLAVE PIC X(03) VALUE SPACES.
               03 SAT-TAB-DESC  PIC X(20) VALUE SPACES.
       77  WS-SAT-CONT PIC 99 VALUE 0.
       77  WS-SAT-IDX PIC 99 VALUE 0.
       77  WS-SAT-SCAN PIC 99 VALUE 0.
       77  WS-SAT-FND PIC X VALUE "N".
           88 SAT-FND VALUE "S".
       77  WS-SAT-TIPO PIC X(01) VALUE SPACES.
       77  WS-SAT-COD PIC X(03) VALUE SPACES.

      *--------------------- EMPLOYEE INCIDENCES -----------------------
      * The period's incidence lines of one nomina, valued as 2PERCLS
      * valued them: hours at the period's base over its hours (8 per
      * day of the pay group, 240 for a month), amounts as captured.
      * The base is rebuilt from HIST-PERC by backing the incidences
      * out, as 2REVSAL does.
       01  INCT-TAB.
           02 INCT-ENT OCCURS 20 TIMES.
               03 INCT-CONCEPTO PIC X(03) VALUE SPACES.
               03 INCT-TIPO     PIC X(01) VALUE SPACES.
               03 INCT-SIGNO    PIC X(01) VALUE SPACES.
               03 INCT-CANTIDAD PIC 9(05)V99 VALUE ZEROES.
               03 INCT-IMPORTE  PIC 9(06)V99 VALUE ZEROES.
       77  WS-INCT-CONT PIC 99 VALUE 0.
       77  WS-INCT-IDX PIC 99 VALUE 0.
       77  WS-INC-HORAS PIC S9(05)V99 VALUE 0.
       77  WS-INC-IMPORTE PIC S9(06)V99 VALUE 0.
       77  WS-FACTOR PIC S9(03)V9(06) VALUE 0.
       77  WS-BASE PIC S9(07)V99 VALUE 0.
       77  WS-SUMA-POS PIC S9(07)V99 VALUE 0.
       77  WS-SUMA-NEG-DED PIC S9(07)V99 VALUE 0.
       77  WS-SUELDO PIC S9(07)V99 VALUE 0.
       77  WS-HORAS-PER PIC 9(03) VALUE 240.

      *--------------------- PAY GROUP ---------------------------------
       COPY GRUPTAB.
       77  WS-GRUPO PIC X(01) VALUE "M".
       77  WS-GRP-IDX PIC 9 VALUE 0.
       77  WS-GRP-SCAN PIC 9 VALUE 0.

      *--------------------- EMPLOYEE RECORD SET -----------------------
      * The receptor line carries the set's totals, so the P/O/D lines
      * are built here first and written after it.
       01  LIN-TAB.
           02 LIN-ENT OCCURS 50 TIMES.
               03 LIN-TIPO    PIC X(01) VALUE SPACES.
               03 LIN-CLAVE   PIC X(03) VALUE SPACES.
               03 LIN-COD     PIC X(03) VALUE SPACES.
               03 LIN-DESC    PIC X(20) VALUE SPACES.
               03 LIN-IMPORTE PIC 9(07)V99 VALUE ZEROES.
       77  WS-LIN-CONT PIC 99 VALUE 0.
       77  WS-LIN-IDX PIC 99 VALUE 0.
       77  WS-LIN-TIPO PIC X(01) VALUE SPACES.
       77  WS-LIN-CLAVE PIC X(03) VALUE SPACES.
       77  WS-LIN-COD PIC X(03) VALUE SPACES.
       77  WS-LIN-DESC PIC X(20) VALUE SPACES.
       77  WS-LIN-IMPORTE PIC 9(07)V99 VALUE ZEROES.
       77  WS-TOT-PERC PIC 9(07)V99 VALUE 0.
       77  WS-TOT-OTROS PIC 9(07)V99 VALUE 0.
       77  WS-TOT-DEDU PIC 9(07)V99 VALUE 0.
       77  WS-NETO PIC S9(07)V99 VALUE 0.
       77  WS-DIF-NETO PIC S9(07)V99 VALUE 0.

      *--------------------- DAYS PAID ---------------------------------
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
       77  WS-ANIO-ANT PIC 9(04) VALUE 0.
       77  WS-DIV-Q PIC 9(04) VALUE 0.
       77  WS-DIV-R4 PIC 9(03) VALUE 0.
       77  WS-DIV-R100 PIC 9(03) VALUE 0.
       77  WS-DIV-R400 PIC 9(03) VALUE 0.
       77  WS-BISIESTOS PIC 9(04) VALUE 0.
       77  WS-FEC-DESDE PIC 9(08) VALUE 0.
       77  WS-FEC-HASTA PIC 9(08) VALUE 0.
       77  WS-DIAS-PAGADOS PIC S9(05) VALUE 0.

      *--------------------- CONTROL REPORT ----------------------------
       77  WS-CONT-HIST PIC 9(05) VALUE 0.
       77  WS-CONT-EXPORT PIC 9(05) VALUE 0.
       77  WS-CONT-SIN-FIS PIC 9(05) VALUE 0.
       77  WS-CONT-DIF PIC 9(05) VALUE 0.
       77  WS-LINEAS-POR-PAGINA PIC 99 VALUE 20.
       77  WS-LINEA-CONT PIC 99 VALUE 0.
       77  WS-PAGINA-CONT PIC 99 VALUE 0.

       01  WS-DETALLE.
           02 WS-D-NOMI PIC 9(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-NOMB PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-RFC PIC X(13).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-DIAS PIC ZZ9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-PERC PIC Z(06)9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-OTROS PIC Z(05)9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-DEDU PIC Z(06)9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-NETO PIC Z(06)9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-OBS PIC X(20).

       01  WS-TOTAL.
           02 FILLER PIC X(42) VALUE "TOTALES EXPORTADOS".
           02 WS-T-PERC PIC Z(08)9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-T-OTROS PIC Z(05)9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-T-DEDU PIC Z(06)9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-T-NETO PIC Z(06)9.99.
       PROCEDURE DIVISION.

      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           DISPLAY "EXPORTACION CFDI DE NOMINA".
           DISPLAY "PERIODO CERRADO (AAAAPP):".
           ACCEPT WS-PERIODO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGA-CALENDARIO.
           PERFORM BUSCA-PERIODO-CAL.
           IF NOT CAL-FND
               DISPLAY "PERIODO NO ESTA EN EL CALENDARIO"
               STOP RUN.
           IF CAL-TAB-ESTADO(WS-CAL-IDX) NOT = "C"
               DISPLAY "PERIODO NO CERRADO, CIERRE CON 2PERCLS"
               STOP RUN.
           MOVE CAL-TAB-GRUPO(WS-CAL-IDX) TO WS-GRUPO.
           PERFORM BUSCA-GRUPO.
           IF WS-GRP-IDX = 0
               DISPLAY "GRUPO DE PAGO DEL PERIODO INVALIDO"
               STOP RUN.
           COMPUTE WS-HORAS-PER = 8 * GRP-DIAS(WS-GRP-IDX).
           PERFORM CARGA-MAPA-SAT.
           OPEN INPUT HISTORIAL.
           IF HIST-FILE-STATUS = "35"
               DISPLAY "HISTORIAL NO EXISTE, CIERRE EL PERIODO PRIMERO"
               STOP RUN.
           OPEN INPUT FISCAL.
           IF FIS-FILE-STATUS = "35"
               DISPLAY "FISCAL NO EXISTE, CAPTURE CON 2FISMNT"
               CLOSE HISTORIAL
               STOP RUN.
           OPEN INPUT EMPLOYEES.
           OPEN INPUT INCIDENCIA.
           OPEN INPUT DEDUCCION.
           PERFORM ABRE-DED-HISTORIAL.
           OPEN OUTPUT CFDI-NOMINA.
           OPEN OUTPUT REPORTE.
           PERFORM GRABA-ENCABEZADO-CFDI.
           PERFORM IMPRIME-ENCABEZADO.
           PERFORM RECORRE-PERIODO.
           PERFORM GRABA-PIE-CFDI.
           PERFORM IMPRIME-TOTALES.
           CLOSE CFDI-NOMINA.
           CLOSE REPORTE.
           CLOSE HISTORIAL.
           CLOSE FISCAL.
           IF EMP-FILE-STATUS NOT = "35"
               CLOSE EMPLOYEES.
           IF INC-FILE-STATUS NOT = "35"
               CLOSE INCIDENCIA.
           IF DED-FILE-STATUS NOT = "35"
               CLOSE DEDUCCION.
           IF DEDH-FILE-STATUS NOT = "35"
               CLOSE DEDHIST.
           DISPLAY "NOMINAS DEL PERIODO       :", WS-CONT-HIST.
           DISPLAY "EXPORTADAS A CFDINOM.DAT  :", WS-CONT-EXPORT.
           DISPLAY "SIN DATOS FISCALES        :", WS-CONT-SIN-FIS.
           DISPLAY "NETO DISTINTO AL HISTORIAL:", WS-CONT-DIF.
           DISPLAY "CONTROL EN CFDINOM.RPT".
           STOP RUN.

      *------------------------- RECORRE PERIODO -------------------------
       RECORRE-PERIODO.
           MOVE WS-PERIODO TO HIST-PERIODO.
           MOVE ZEROES TO HIST-NOMI.
           START HISTORIAL KEY IS NOT LESS THAN HIST-LLAVE
               INVALID KEY MOVE "10" TO HIST-FILE-STATUS
           END-START.
           PERFORM UNTIL HIST-FILE-STATUS = "10"
               READ HISTORIAL NEXT RECORD
                   AT END MOVE "10" TO HIST-FILE-STATUS
                   NOT AT END
                       IF HIST-PERIODO NOT = WS-PERIODO
                           MOVE "10" TO HIST-FILE-STATUS
                       ELSE
                           PERFORM PROCESA-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO HIST-FILE-STATUS.

      *------------------------- PROCESA EMPLEADO ------------------------
      * No receptor data, no CFDI: the nomina is listed for the
      * payroll office to capture it in 2FISMNT and rerun the export.
       PROCESA-EMPLEADO.
           ADD 1 TO WS-CONT-HIST.
           MOVE HIST-NOMI TO FIS-NOMI.
           READ FISCAL
               INVALID KEY MOVE "23" TO FIS-FILE-STATUS
           END-READ.
           IF FIS-FILE-STATUS = "23"
               MOVE "00" TO FIS-FILE-STATUS
               ADD 1 TO WS-CONT-SIN-FIS
               MOVE 0 TO WS-TOT-PERC
               MOVE 0 TO WS-TOT-OTROS
               MOVE 0 TO WS-TOT-DEDU
               MOVE 0 TO WS-NETO
               MOVE 0 TO WS-DIAS-PAGADOS
               MOVE SPACES TO FIS-RFC
               MOVE "SIN DATOS FISCALES" TO WS-D-OBS
               PERFORM IMPRIME-DETALLE
           ELSE
               PERFORM ARMA-PERCEPCIONES
               PERFORM ARMA-DEDUCCIONES
               PERFORM CALCULA-DIAS-PAGADOS
               PERFORM GRABA-EMPLEADO-CFDI
           END-IF.

      *------------------------- ARMA PERCEPCIONES -----------------------
      * Sueldo (SATMAP "P" with blank code) is what HIST-PERC holds
      * once the positive incidences and the discounts exported as
      * their own deduccion are taken out; a discount with no "D"
      * mapping simply stays netted inside the sueldo.
       ARMA-PERCEPCIONES.
           MOVE 0 TO WS-LIN-CONT.
           MOVE 0 TO WS-TOT-PERC.
           MOVE 0 TO WS-TOT-OTROS.
           MOVE 0 TO WS-TOT-DEDU.
           PERFORM CARGA-INCIDENCIAS.
           COMPUTE WS-FACTOR = 1 + WS-INC-HORAS / WS-HORAS-PER.
           IF WS-FACTOR > 0
               COMPUTE WS-BASE ROUNDED =
                       (HIST-PERC - WS-INC-IMPORTE) / WS-FACTOR
           ELSE
               MOVE HIST-PERC TO WS-BASE
           END-IF.
           MOVE 0 TO WS-SUMA-POS.
           MOVE 0 TO WS-SUMA-NEG-DED.
           PERFORM VALUA-INCIDENCIA
                   VARYING WS-INCT-IDX FROM 1 BY 1
                   UNTIL WS-INCT-IDX > WS-INCT-CONT.
           COMPUTE WS-SUELDO = HIST-PERC - WS-SUMA-POS
                   + WS-SUMA-NEG-DED.
           IF WS-SUELDO > 0
               MOVE "P" TO WS-SAT-TIPO
               MOVE SPACES TO WS-SAT-COD
               PERFORM BUSCA-SAT
               MOVE "P" TO WS-LIN-TIPO
               MOVE SPACES TO WS-LIN-COD
               MOVE WS-SUELDO TO WS-LIN-IMPORTE
               IF SAT-FND
                   MOVE SAT-TAB-CLAVE(WS-SAT-IDX) TO WS-LIN-CLAVE
                   MOVE SAT-TAB-DESC(WS-SAT-IDX) TO WS-LIN-DESC
               ELSE
                   MOVE "001" TO WS-LIN-CLAVE
                   MOVE "SUELDOS Y SALARIOS" TO WS-LIN-DESC
               END-IF
               PERFORM AGREGA-LINEA
           END-IF.
           PERFORM LINEA-INCIDENCIA
                   VARYING WS-INCT-IDX FROM 1 BY 1
                   UNTIL WS-INCT-IDX > WS-INCT-CONT.

       CARGA-INCIDENCIAS.
           MOVE 0 TO WS-INCT-CONT.
           MOVE 0 TO WS-INC-HORAS.
           MOVE 0 TO WS-INC-IMPORTE.
           IF INC-FILE-STATUS NOT = "35"
               MOVE WS-PERIODO TO INC-PERIODO
               MOVE HIST-NOMI TO INC-NOMI
               MOVE LOW-VALUES TO INC-CONCEPTO
               START INCIDENCIA KEY IS NOT LESS THAN INC-LLAVE
                   INVALID KEY MOVE "10" TO INC-FILE-STATUS
               END-START
               PERFORM UNTIL INC-FILE-STATUS = "10"
                   READ INCIDENCIA NEXT RECORD
                       AT END MOVE "10" TO INC-FILE-STATUS
                       NOT AT END
                           IF INC-PERIODO NOT = WS-PERIODO
                               OR INC-NOMI NOT = HIST-NOMI
                               MOVE "10" TO INC-FILE-STATUS
                           ELSE
                               PERFORM GUARDA-INCIDENCIA
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO INC-FILE-STATUS
           END-IF.

       GUARDA-INCIDENCIA.
           IF WS-INCT-CONT < 20
               ADD 1 TO WS-INCT-CONT
               MOVE INC-CONCEPTO TO INCT-CONCEPTO(WS-INCT-CONT)
               MOVE INC-TIPO TO INCT-TIPO(WS-INCT-CONT)
               MOVE INC-SIGNO TO INCT-SIGNO(WS-INCT-CONT)
               MOVE INC-CANTIDAD TO INCT-CANTIDAD(WS-INCT-CONT)
           END-IF.
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

       VALUA-INCIDENCIA.
           IF INCT-TIPO(WS-INCT-IDX) = "H"
               COMPUTE INCT-IMPORTE(WS-INCT-IDX) ROUNDED =
                       WS-BASE / WS-HORAS-PER
                       * INCT-CANTIDAD(WS-INCT-IDX)
           ELSE
               MOVE INCT-CANTIDAD(WS-INCT-IDX)
                   TO INCT-IMPORTE(WS-INCT-IDX)
           END-IF.
           IF INCT-SIGNO(WS-INCT-IDX) = "-"
               MOVE "D" TO WS-SAT-TIPO
               MOVE INCT-CONCEPTO(WS-INCT-IDX) TO WS-SAT-COD
               PERFORM BUSCA-SAT
               IF SAT-FND
                   ADD INCT-IMPORTE(WS-INCT-IDX) TO WS-SUMA-NEG-DED
               END-IF
           ELSE
               ADD INCT-IMPORTE(WS-INCT-IDX) TO WS-SUMA-POS
           END-IF.

      * A positive incidence is an otro pago when SATMAP says so ("O",
      * the ISR refund of the annual adjustment), otherwise a
      * percepcion, "038" when its concept is not mapped.
       LINEA-INCIDENCIA.
           MOVE INCT-CONCEPTO(WS-INCT-IDX) TO WS-SAT-COD.
           MOVE INCT-CONCEPTO(WS-INCT-IDX) TO WS-LIN-COD.
           MOVE INCT-IMPORTE(WS-INCT-IDX) TO WS-LIN-IMPORTE.
           IF INCT-SIGNO(WS-INCT-IDX) = "-"
               MOVE "D" TO WS-SAT-TIPO
               PERFORM BUSCA-SAT
               IF SAT-FND
                   MOVE "D" TO WS-LIN-TIPO
                   MOVE SAT-TAB-CLAVE(WS-SAT-IDX) TO WS-LIN-CLAVE
                   MOVE SAT-TAB-DESC(WS-SAT-IDX) TO WS-LIN-DESC
                   PERFORM AGREGA-LINEA
               END-IF
           ELSE
               MOVE "O" TO WS-SAT-TIPO
               PERFORM BUSCA-SAT
               IF SAT-FND
                   MOVE "O" TO WS-LIN-TIPO
               ELSE
                   MOVE "P" TO WS-SAT-TIPO
                   PERFORM BUSCA-SAT
                   MOVE "P" TO WS-LIN-TIPO
               END-IF
               IF SAT-FND
                   MOVE SAT-TAB-CLAVE(WS-SAT-IDX) TO WS-LIN-CLAVE
                   MOVE SAT-TAB-DESC(WS-SAT-IDX) TO WS-LIN-DESC
               ELSE
                   MOVE "038" TO WS-LIN-CLAVE
                   MOVE "OTROS ING SALARIOS" TO WS-LIN-DESC
               END-IF
               PERFORM AGREGA-LINEA
           END-IF.

      *------------------------- ARMA DEDUCCIONES ------------------------
      * The period's deduction lines come from the DEDHIST snapshot;
      * a period closed before the snapshot existed falls back to the
      * living DEDUCCION detail, as 2RECIBOS does. An unmapped code is
      * exported as "004" otros.
       ARMA-DEDUCCIONES.
           IF HAY-DEDH
               MOVE WS-PERIODO TO DEDH-PERIODO
               MOVE HIST-NOMI TO DEDH-NOMI
               MOVE LOW-VALUES TO DEDH-COD
               START DEDHIST KEY IS NOT LESS THAN DEDH-LLAVE
                   INVALID KEY MOVE "10" TO DEDH-FILE-STATUS
               END-START
               PERFORM UNTIL DEDH-FILE-STATUS = "10"
                   READ DEDHIST NEXT RECORD
                       AT END MOVE "10" TO DEDH-FILE-STATUS
                       NOT AT END
                           IF DEDH-PERIODO NOT = WS-PERIODO
                               OR DEDH-NOMI NOT = HIST-NOMI
                               MOVE "10" TO DEDH-FILE-STATUS
                           ELSE
                               MOVE DEDH-COD TO WS-LIN-COD
                               MOVE DEDH-IMPORTE TO WS-LIN-IMPORTE
                               PERFORM LINEA-DEDUCCION
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO DEDH-FILE-STATUS
           ELSE
               IF DED-FILE-STATUS NOT = "35"
                   MOVE HIST-NOMI TO DED-NOMI
                   MOVE LOW-VALUES TO DED-COD
                   START DEDUCCION KEY IS NOT LESS THAN DED-LLAVE
                       INVALID KEY MOVE "10" TO DED-FILE-STATUS
                   END-START
                   PERFORM UNTIL DED-FILE-STATUS = "10"
                       READ DEDUCCION NEXT RECORD
                           AT END MOVE "10" TO DED-FILE-STATUS
                           NOT AT END
                               IF DED-NOMI NOT = HIST-NOMI
                                   MOVE "10" TO DED-FILE-STATUS
                               ELSE
                                   MOVE DED-COD TO WS-LIN-COD
                                   MOVE DED-IMPORTE TO WS-LIN-IMPORTE
                                   PERFORM LINEA-DEDUCCION
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE "00" TO DED-FILE-STATUS
               END-IF
           END-IF.

       LINEA-DEDUCCION.
           IF WS-LIN-IMPORTE > 0
               MOVE "D" TO WS-SAT-TIPO
               MOVE WS-LIN-COD TO WS-SAT-COD
               PERFORM BUSCA-SAT
               MOVE "D" TO WS-LIN-TIPO
               IF SAT-FND
                   MOVE SAT-TAB-CLAVE(WS-SAT-IDX) TO WS-LIN-CLAVE
                   MOVE SAT-TAB-DESC(WS-SAT-IDX) TO WS-LIN-DESC
               ELSE
                   MOVE "004" TO WS-LIN-CLAVE
                   MOVE "OTROS" TO WS-LIN-DESC
               END-IF
               PERFORM AGREGA-LINEA
           END-IF.

       AGREGA-LINEA.
           IF WS-LIN-CONT < 50
               ADD 1 TO WS-LIN-CONT
               MOVE WS-LIN-TIPO TO LIN-TIPO(WS-LIN-CONT)
               MOVE WS-LIN-CLAVE TO LIN-CLAVE(WS-LIN-CONT)
               MOVE WS-LIN-COD TO LIN-COD(WS-LIN-CONT)
               MOVE WS-LIN-DESC TO LIN-DESC(WS-LIN-CONT)
               MOVE WS-LIN-IMPORTE TO LIN-IMPORTE(WS-LIN-CONT)
               EVALUATE WS-LIN-TIPO
                   WHEN "P" ADD WS-LIN-IMPORTE TO WS-TOT-PERC
                   WHEN "O" ADD WS-LIN-IMPORTE TO WS-TOT-OTROS
                   WHEN "D" ADD WS-LIN-IMPORTE TO WS-TOT-DEDU
               END-EVALUATE
           END-IF.

      *------------------------- CALCULA DIAS PAGADOS --------------------
      * Calendar days of the period the nomina was on the payroll:
      * from the later of the period start and the start of the labor
      * relation, to the earlier of the period end and a baja date
      * inside the period.
       CALCULA-DIAS-PAGADOS.
           MOVE CAL-TAB-INI(WS-CAL-IDX) TO WS-FEC-DESDE.
           IF FIS-FEC-ALTA > WS-FEC-DESDE
               AND FIS-FEC-ALTA NOT > CAL-TAB-FIN(WS-CAL-IDX)
               MOVE FIS-FEC-ALTA TO WS-FEC-DESDE.
           MOVE CAL-TAB-FIN(WS-CAL-IDX) TO WS-FEC-HASTA.
           IF EMP-FILE-STATUS NOT = "35"
               MOVE HIST-NOMI TO EMP-NOMI
               READ EMPLOYEES
                   INVALID KEY MOVE "A" TO EMP-STAT
               END-READ
               MOVE "00" TO EMP-FILE-STATUS
               IF EMP-BAJA AND EMP-FEC-STAT < WS-FEC-HASTA
                   AND EMP-FEC-STAT NOT < WS-FEC-DESDE
                   MOVE EMP-FEC-STAT TO WS-FEC-HASTA
               END-IF
           END-IF.
           MOVE WS-FEC-DESDE TO WS-FEC-CALC.
           PERFORM CONVIERTE-FECHA.
           MOVE WS-DIA-NUM TO WS-DIA-INI.
           MOVE WS-FEC-HASTA TO WS-FEC-CALC.
           PERFORM CONVIERTE-FECHA.
           COMPUTE WS-DIAS-PAGADOS = WS-DIA-NUM - WS-DIA-INI + 1.
           IF WS-DIAS-PAGADOS < 1
               MOVE 1 TO WS-DIAS-PAGADOS.

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

      *------------------------- GRABA EMPLEADO CFDI ---------------------
      * The set is exported as built; a net that does not tie to the
      * HIST-NETO paid (beyond centavos of rounding) is flagged on the
      * control report for review before stamping.
       GRABA-EMPLEADO-CFDI.
           COMPUTE WS-NETO = WS-TOT-PERC + WS-TOT-OTROS - WS-TOT-DEDU.
           MOVE SPACES TO CFDE-REG.
           MOVE "E" TO CFDE-TIPO.
           MOVE HIST-NOMI TO CFDE-NOMI.
           MOVE HIST-NOMB TO CFDE-NOMB.
           MOVE FIS-RFC TO CFDE-RFC.
           MOVE FIS-CURP TO CFDE-CURP.
           MOVE FIS-NSS TO CFDE-NSS.
           MOVE FIS-FEC-ALTA TO CFDE-FEC-ALTA.
           MOVE FIS-TIPO-CONTRATO TO CFDE-TIPO-CONTRATO.
           MOVE FIS-TIPO-REGIMEN TO CFDE-TIPO-REGIMEN.
           MOVE HIST-DEPT TO CFDE-DEPT.
           MOVE WS-DIAS-PAGADOS TO CFDE-DIAS.
           MOVE WS-TOT-PERC TO CFDE-TOT-PERC.
           MOVE WS-TOT-OTROS TO CFDE-TOT-OTROS.
           MOVE WS-TOT-DEDU TO CFDE-TOT-DEDU.
           MOVE WS-NETO TO CFDE-NETO.
           WRITE CFD-LINEA FROM CFDE-REG.
           PERFORM GRABA-LINEA-CFDI
                   VARYING WS-LIN-IDX FROM 1 BY 1
                   UNTIL WS-LIN-IDX > WS-LIN-CONT.
           ADD 1 TO WS-CONT-EXPORT.
           ADD WS-TOT-PERC TO CFDT-TOT-PERC.
           ADD WS-TOT-OTROS TO CFDT-TOT-OTROS.
           ADD WS-TOT-DEDU TO CFDT-TOT-DEDU.
           ADD WS-NETO TO CFDT-TOT-NETO.
           COMPUTE WS-DIF-NETO = WS-NETO - HIST-NETO.
           IF WS-DIF-NETO > 1 OR WS-DIF-NETO < -1
               ADD 1 TO WS-CONT-DIF
               MOVE "NETO DIFIERE HIST" TO WS-D-OBS
           ELSE
               MOVE "EXPORTADO" TO WS-D-OBS
           END-IF.
           PERFORM IMPRIME-DETALLE.

       GRABA-LINEA-CFDI.
           MOVE SPACES TO CFDL-REG.
           MOVE LIN-TIPO(WS-LIN-IDX) TO CFDL-TIPO.
           MOVE HIST-NOMI TO CFDL-NOMI.
           MOVE LIN-CLAVE(WS-LIN-IDX) TO CFDL-CLAVE-SAT.
           MOVE LIN-COD(WS-LIN-IDX) TO CFDL-COD.
           MOVE LIN-DESC(WS-LIN-IDX) TO CFDL-DESC.
           MOVE LIN-IMPORTE(WS-LIN-IDX) TO CFDL-GRAVADO.
           MOVE 0 TO CFDL-EXENTO.
           WRITE CFD-LINEA FROM CFDL-REG.

       GRABA-ENCABEZADO-CFDI.
           MOVE WS-EMPRESA TO CFDH-EMPRESA.
           MOVE WS-PERIODO TO CFDH-PERIODO.
           MOVE CAL-TAB-INI(WS-CAL-IDX) TO CFDH-FEC-INI.
           MOVE CAL-TAB-FIN(WS-CAL-IDX) TO CFDH-FEC-FIN.
           MOVE CAL-TAB-PAGO(WS-CAL-IDX) TO CFDH-FEC-PAGO.
           MOVE GRP-PERIODICIDAD(WS-GRP-IDX) TO CFDH-PERIODICIDAD.
           MOVE WS-FECHA-HOY TO CFDH-FEC-GEN.
           WRITE CFD-LINEA FROM CFDH-REG.

       GRABA-PIE-CFDI.
           MOVE WS-CONT-EXPORT TO CFDT-CONT.
           WRITE CFD-LINEA FROM CFDT-REG.

      *------------------------- ABRE DED HISTORIAL ----------------------
      * A period closed with the deduction snapshot has at least one
      * DEDHIST key under it; only then is the snapshot the source.
       ABRE-DED-HISTORIAL.
           OPEN INPUT DEDHIST.
           IF DEDH-FILE-STATUS NOT = "35"
               MOVE WS-PERIODO TO DEDH-PERIODO
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
                       AND DEDH-PERIODO = WS-PERIODO
                       MOVE "S" TO WS-HAY-DEDH
                   END-IF
               END-IF
               MOVE "00" TO DEDH-FILE-STATUS
           END-IF.
           IF NOT HAY-DEDH
               DISPLAY "PERIODO SIN DEDUCCIONES HISTORIADAS, SE USA"
                   " EL DETALLE VIGENTE"
           END-IF.

      *------------------------- CONTROL REPORT --------------------------
       IMPRIME-DETALLE.
           IF WS-LINEA-CONT >= WS-LINEAS-POR-PAGINA
               PERFORM IMPRIME-ENCABEZADO.
           MOVE HIST-NOMI TO WS-D-NOMI.
           MOVE HIST-NOMB TO WS-D-NOMB.
           MOVE FIS-RFC TO WS-D-RFC.
           MOVE WS-DIAS-PAGADOS TO WS-D-DIAS.
           MOVE WS-TOT-PERC TO WS-D-PERC.
           MOVE WS-TOT-OTROS TO WS-D-OTROS.
           MOVE WS-TOT-DEDU TO WS-D-DEDU.
           MOVE WS-NETO TO WS-D-NETO.
           WRITE RPT-LINEA FROM WS-DETALLE.
           ADD 1 TO WS-LINEA-CONT.

       IMPRIME-ENCABEZADO.
           ADD 1 TO WS-PAGINA-CONT.
           MOVE 0 TO WS-LINEA-CONT.
           MOVE SPACES TO RPT-LINEA.
           STRING "EXPORTACION CFDI DE NOMINA - PERIODO " DELIMITED
                  BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  "  FECHA DE PAGO: " DELIMITED BY SIZE
                  CAL-TAB-PAGO(WS-CAL-IDX) DELIMITED BY SIZE
                  "  PAGINA: " DELIMITED BY SIZE
                  WS-PAGINA-CONT DELIMITED BY SIZE
                  INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "NOMINA NOMBRE               RFC           DIAS"
                  DELIMITED BY SIZE
                  "  PERCEPCION  OTROS PAG  DEDUCCION       NETO"
                  DELIMITED BY SIZE
                  " OBSERVACION" DELIMITED BY SIZE
                  INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE ALL "-" TO RPT-LINEA.
           WRITE RPT-LINEA.

       IMPRIME-TOTALES.
           MOVE ALL "-" TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE CFDT-TOT-PERC TO WS-T-PERC.
           MOVE CFDT-TOT-OTROS TO WS-T-OTROS.
           MOVE CFDT-TOT-DEDU TO WS-T-DEDU.
           MOVE CFDT-TOT-NETO TO WS-T-NETO.
           WRITE RPT-LINEA FROM WS-TOTAL.
           MOVE SPACES TO RPT-LINEA.
           STRING "EXPORTADOS: " DELIMITED BY SIZE
                  WS-CONT-EXPORT DELIMITED BY SIZE
                  "  SIN DATOS FISCALES: " DELIMITED BY SIZE
                  WS-CONT-SIN-FIS DELIMITED BY SIZE
                  "  NETO DIFIERE: " DELIMITED BY SIZE
                  WS-CONT-DIF DELIMITED BY SIZE
                  INTO RPT-LINEA.
           WRITE RPT-LINEA.

      *------------------------- CARGA MAPA SAT --------------------------
       CARGA-MAPA-SAT.
           OPEN INPUT MAPA-SAT.
           IF SAT-FILE-STATUS = "35"
               DISPLAY "SATMAP.DAT NO ENCONTRADO, SE USAN CLAVES"
                   " GENERICAS"
           ELSE
               PERFORM UNTIL SAT-FILE-STATUS = "10"
                   READ MAPA-SAT
                       AT END MOVE "10" TO SAT-FILE-STATUS
                       NOT AT END PERFORM GUARDA-MAPA-SAT
                   END-READ
               END-PERFORM
               CLOSE MAPA-SAT.

       GUARDA-MAPA-SAT.
           IF WS-SAT-CONT < 40
               ADD 1 TO WS-SAT-CONT
               MOVE SAT-TIPO TO SAT-TAB-TIPO(WS-SAT-CONT)
               MOVE SAT-COD TO SAT-TAB-COD(WS-SAT-CONT)
               MOVE SAT-CLAVE TO SAT-TAB-CLAVE(WS-SAT-CONT)
               MOVE SAT-DESC TO SAT-TAB-DESC(WS-SAT-CONT)
           END-IF.

       BUSCA-SAT.
           MOVE "N" TO WS-SAT-FND.
           MOVE 0 TO WS-SAT-IDX.
           PERFORM VARYING WS-SAT-SCAN FROM 1 BY 1
                   UNTIL WS-SAT-SCAN > WS-SAT-CONT
               IF SAT-TAB-TIPO(WS-SAT-SCAN) = WS-SAT-TIPO
                   AND SAT-TAB-COD(WS-SAT-SCAN) = WS-SAT-COD
                   MOVE "S" TO WS-SAT-FND
                   MOVE WS-SAT-SCAN TO WS-SAT-IDX
               END-IF
           END-PERFORM.

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

       END PROGRAM 2CFDEXP.
