      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Employee loan reports - the statement of one loan
      *          (principal, installment and every installment the
      *          period closes applied, from PRESMOV) to EDOCTAPR.RPT,
      *          and the outstanding-loans listing of every current
      *          loan to PRESTAMO.RPT, totalled against the ledger
      *          account CONTMAP.DAT maps to the PRE deduction
      *          (PRESTAMOS POR COBRAR) so contabilidad can tie it out.
      * Tectonics: cobc
      *
      * Modification history:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2PRERPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-NOMI
               FILE STATUS IS PTM-FILE-STATUS.
           SELECT PRESMOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMV-LLAVE
               FILE STATUS IS PMV-FILE-STATUS.
           SELECT EMPLOYEES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NOMI
               FILE STATUS IS EMP-FILE-STATUS.
           SELECT MAPA-CONTABLE ASSIGN TO "CONTMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAP-FILE-STATUS.
           SELECT CALENDARIO ASSIGN TO "CALEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT REPORTE ASSIGN TO "PRESTAMO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT ESTADO-CTA ASSIGN TO "EDOCTAPR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDO-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS.
       COPY PTMREC.

       FD  PRESMOV.
       COPY PMVREC.

       FD  EMPLOYEES.
       COPY EMPREG.

       FD  MAPA-CONTABLE.
       COPY MAPREC.

       FD  CALENDARIO.
       COPY CALREC.

       FD  REPORTE.
       01  RPT-LINEA PIC X(80).

       FD  ESTADO-CTA.
       01  EDO-LINEA PIC X(60).

       WORKING-STORAGE SECTION.
       77  PTM-FILE-STATUS PIC XX VALUE "00".
       77  PMV-FILE-STATUS PIC XX VALUE "00".
       77  EMP-FILE-STATUS PIC XX VALUE "00".
       77  MAP-FILE-STATUS PIC XX VALUE "00".
       77  RPT-FILE-STATUS PIC XX VALUE "00".
       77  EDO-FILE-STATUS PIC XX VALUE "00".
       77  CAL-FILE-STATUS PIC XX VALUE "00".
       77  WS-OPCION PIC 9 VALUE 0.
       77  WS-NOMI-BUSCA PIC 9(06) VALUE 0.
       77  WS-CTA-PRE PIC X(10) VALUE SPACES.
       77  WS-CTA-DESC PIC X(20) VALUE SPACES.
       77  WS-NOMB PIC X(20) VALUE SPACES.
       77  WS-CONT-PTM PIC 9(05) VALUE 0.
       77  WS-CONT-MOV PIC 9(05) VALUE 0.
       77  WS-TOT-CAPITAL PIC 9(08)V99 VALUE 0.
       77  WS-TOT-SALDO PIC 9(08)V99 VALUE 0.
       77  WS-TOT-ABONADO PIC 9(08)V99 VALUE 0.

       01  WS-DETALLE.
           02 WS-D-NOMI PIC 9(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-NOMB PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-CAPITAL PIC Z(05)9.99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-ABONO PIC Z(04)9.99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-SALDO PIC Z(05)9.99.
           02 FILLER PIC X(03) VALUE SPACES.
           02 WS-D-ULT-PER PIC 9(06).
           02 FILLER PIC X(10) VALUE SPACES.

       01  WS-TOTAL.
           02 FILLER PIC X(08) VALUE SPACES.
           02 WS-T-ETIQUETA PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-T-CAPITAL PIC Z(07)9.99.
           02 FILLER PIC X(11) VALUE SPACES.
           02 WS-T-SALDO PIC Z(07)9.99.
           02 FILLER PIC X(17) VALUE SPACES.

      *--------------------- STATEMENT PAGE ----------------------------
       01  WS-CAMPO.
           02 WS-C-ETIQUETA PIC X(22).
           02 WS-C-VALOR    PIC X(38).
       01  WS-MOVTO.
           02 FILLER PIC X(04) VALUE SPACES.
           02 WS-M-PERIODO PIC 9(06).
           02 FILLER PIC X(08) VALUE SPACES.
           02 WS-M-ABONO PIC Z(05)9.99.
           02 FILLER PIC X(08) VALUE SPACES.
           02 WS-M-SALDO PIC Z(05)9.99.
           02 FILLER PIC X(14) VALUE SPACES.
       77  WS-IMP-EDIT PIC Z(06)9.99.

      *--------------------- PAYROLL CALENDAR --------------------------
       01  CAL-TAB.
           02 CAL-ENT OCCURS 200 TIMES.
               03 CAL-TAB-PERIODO PIC 9(06) VALUE ZEROES.
               03 CAL-TAB-INI     PIC 9(08) VALUE ZEROES.
       77  WS-CAL-CONT PIC 999 VALUE 0.
       77  WS-CAL-SCAN PIC 999 VALUE 0.
       77  WS-PER-BUSCA PIC 9(06) VALUE 0.
       77  WS-INI-BUSCA PIC 9(08) VALUE 0.
       77  WS-INI-PTM PIC 9(08) VALUE 0.
       77  WS-CMP-MOV PIC 9(08) VALUE 0.
       77  WS-CMP-PTM PIC 9(08) VALUE 0.
       PROCEDURE DIVISION.

      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           DISPLAY "REPORTES DE PRESTAMOS A EMPLEADOS".
           DISPLAY "1 - ESTADO DE CUENTA DE UN PRESTAMO".
           DISPLAY "2 - LISTADO DE SALDOS POR COBRAR".
           DISPLAY "SELECCIONE UNA OPCION:".
           ACCEPT WS-OPCION.
           IF WS-OPCION NOT = 1 AND WS-OPCION NOT = 2
               DISPLAY "OPCION INVALIDA"
               STOP RUN.
           OPEN INPUT PRESTAMOS.
           IF PTM-FILE-STATUS = "35"
               DISPLAY "PRESTAMOS NO EXISTE, NADA QUE REPORTAR"
               STOP RUN.
           OPEN INPUT EMPLOYEES.
           IF WS-OPCION = 1
               PERFORM ESTADO-DE-CUENTA
           ELSE
               PERFORM LISTADO-SALDOS
           END-IF.
           CLOSE PRESTAMOS.
           IF EMP-FILE-STATUS NOT = "35"
               CLOSE EMPLOYEES.
           STOP RUN.

      *------------------------- ESTADO DE CUENTA -----------------------
       ESTADO-DE-CUENTA.
           DISPLAY "NOMINA:".
           ACCEPT WS-NOMI-BUSCA.
           MOVE WS-NOMI-BUSCA TO PTM-NOMI.
           READ PRESTAMOS
               INVALID KEY
                   DISPLAY "LA NOMINA NO TIENE PRESTAMO"
                   CLOSE PRESTAMOS
                   STOP RUN
           END-READ.
           PERFORM BUSCA-NOMBRE.
           PERFORM CARGA-CALENDARIO.
           MOVE PTM-PER-INI TO WS-PER-BUSCA.
           PERFORM BUSCA-INICIO-PERIODO.
           MOVE WS-INI-BUSCA TO WS-INI-PTM.
           OPEN OUTPUT ESTADO-CTA.
           MOVE "ESTADO DE CUENTA DE PRESTAMO" TO EDO-LINEA.
           WRITE EDO-LINEA.
           MOVE ALL "-" TO EDO-LINEA.
           WRITE EDO-LINEA.
           MOVE "NOMINA" TO WS-C-ETIQUETA.
           MOVE PTM-NOMI TO WS-C-VALOR.
           WRITE EDO-LINEA FROM WS-CAMPO.
           MOVE "NOMBRE" TO WS-C-ETIQUETA.
           MOVE WS-NOMB TO WS-C-VALOR.
           WRITE EDO-LINEA FROM WS-CAMPO.
           MOVE "FECHA DE ALTA" TO WS-C-ETIQUETA.
           MOVE PTM-FEC-ALTA TO WS-C-VALOR.
           WRITE EDO-LINEA FROM WS-CAMPO.
           MOVE "IMPORTE PRESTADO" TO WS-C-ETIQUETA.
           MOVE PTM-CAPITAL TO WS-IMP-EDIT.
           MOVE WS-IMP-EDIT TO WS-C-VALOR.
           WRITE EDO-LINEA FROM WS-CAMPO.
           MOVE "ABONO POR PERIODO" TO WS-C-ETIQUETA.
           MOVE PTM-ABONO TO WS-IMP-EDIT.
           MOVE WS-IMP-EDIT TO WS-C-VALOR.
           WRITE EDO-LINEA FROM WS-CAMPO.
           MOVE "PRIMER PERIODO" TO WS-C-ETIQUETA.
           MOVE PTM-PER-INI TO WS-C-VALOR.
           WRITE EDO-LINEA FROM WS-CAMPO.
           MOVE "ESTADO" TO WS-C-ETIQUETA.
           EVALUATE TRUE
               WHEN PTM-VIGENTE MOVE "VIGENTE" TO WS-C-VALOR
               WHEN PTM-LIQUIDADO MOVE "LIQUIDADO" TO WS-C-VALOR
               WHEN PTM-CANCELADO MOVE "CANCELADO" TO WS-C-VALOR
               WHEN OTHER MOVE PTM-ESTADO TO WS-C-VALOR
           END-EVALUATE.
           WRITE EDO-LINEA FROM WS-CAMPO.
           MOVE ALL "-" TO EDO-LINEA.
           WRITE EDO-LINEA.
           MOVE "    PERIODO            ABONO            SALDO"
               TO EDO-LINEA.
           WRITE EDO-LINEA.
           PERFORM IMPRIME-MOVIMIENTOS.
           MOVE ALL "-" TO EDO-LINEA.
           WRITE EDO-LINEA.
           MOVE "TOTAL ABONADO" TO WS-C-ETIQUETA.
           MOVE WS-TOT-ABONADO TO WS-IMP-EDIT.
           MOVE WS-IMP-EDIT TO WS-C-VALOR.
           WRITE EDO-LINEA FROM WS-CAMPO.
           MOVE "SALDO POR COBRAR" TO WS-C-ETIQUETA.
           MOVE PTM-SALDO TO WS-IMP-EDIT.
           MOVE WS-IMP-EDIT TO WS-C-VALOR.
           WRITE EDO-LINEA FROM WS-CAMPO.
           CLOSE ESTADO-CTA.
           DISPLAY "ESTADO DE CUENTA EN EDOCTAPR.RPT".
           DISPLAY "ABONOS APLICADOS:", WS-CONT-MOV.

      *------------------------- IMPRIME MOVIMIENTOS ---------------------
      * PRESMOV is keyed nomina-major, so the loan's installments are
      * one contiguous run of keys in period order.
       IMPRIME-MOVIMIENTOS.
           OPEN INPUT PRESMOV.
           IF PMV-FILE-STATUS = "35"
               MOVE "    SIN ABONOS APLICADOS" TO EDO-LINEA
               WRITE EDO-LINEA
           ELSE
               MOVE PTM-NOMI TO PMV-NOMI
               MOVE ZEROES TO PMV-PERIODO
               START PRESMOV KEY IS NOT LESS THAN PMV-LLAVE
                   INVALID KEY MOVE "10" TO PMV-FILE-STATUS
               END-START
               PERFORM UNTIL PMV-FILE-STATUS = "10"
                   READ PRESMOV NEXT RECORD
                       AT END MOVE "10" TO PMV-FILE-STATUS
                       NOT AT END
                           IF PMV-NOMI NOT = PTM-NOMI
                               MOVE "10" TO PMV-FILE-STATUS
                           ELSE
                               PERFORM IMPRIME-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESMOV
           END-IF.

      * A loan replaced by a newer one on the same nomina keeps its
      * old installments on file; only those since the current
      * loan's first period belong to this statement. Period numbers
      * only run in order within one pay group, so the periods are
      * placed by their calendar start dates (by number when either
      * one is missing from the calendar).
       IMPRIME-MOVIMIENTO.
           MOVE PMV-PERIODO TO WS-PER-BUSCA.
           PERFORM BUSCA-INICIO-PERIODO.
           IF WS-INI-BUSCA = 0 OR WS-INI-PTM = 0
               MOVE PMV-PERIODO TO WS-CMP-MOV
               MOVE PTM-PER-INI TO WS-CMP-PTM
           ELSE
               MOVE WS-INI-BUSCA TO WS-CMP-MOV
               MOVE WS-INI-PTM TO WS-CMP-PTM
           END-IF.
           IF WS-CMP-MOV NOT < WS-CMP-PTM
               MOVE PMV-PERIODO TO WS-M-PERIODO
               MOVE PMV-ABONO TO WS-M-ABONO
               MOVE PMV-SALDO TO WS-M-SALDO
               WRITE EDO-LINEA FROM WS-MOVTO
               ADD PMV-ABONO TO WS-TOT-ABONADO
               ADD 1 TO WS-CONT-MOV
           END-IF.

      *------------------------- LISTADO SALDOS -------------------------
      * Every current loan with a balance; the total is what the PRE
      * liability account has to show as still receivable.
       LISTADO-SALDOS.
           PERFORM CARGA-CUENTA-PRE.
           OPEN OUTPUT REPORTE.
           MOVE "PRESTAMOS POR COBRAR - SALDOS VIGENTES" TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "NOMINA  NOMBRE                  IMPORTE"
                  DELIMITED BY SIZE
                  "      ABONO      SALDO  ULT.PER" DELIMITED BY SIZE
                  INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE ALL "-" TO RPT-LINEA.
           WRITE RPT-LINEA.
           PERFORM UNTIL PTM-FILE-STATUS = "10"
               READ PRESTAMOS NEXT RECORD
                   AT END MOVE "10" TO PTM-FILE-STATUS
                   NOT AT END
                       IF PTM-VIGENTE AND PTM-SALDO > 0
                           PERFORM IMPRIME-SALDO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ALL "-" TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "TOTAL POR COBRAR" TO WS-T-ETIQUETA.
           MOVE WS-TOT-CAPITAL TO WS-T-CAPITAL.
           MOVE WS-TOT-SALDO TO WS-T-SALDO.
           WRITE RPT-LINEA FROM WS-TOTAL.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           IF WS-CTA-PRE = SPACES
               MOVE "SIN CUENTA CONTABLE PARA PRE EN CONTMAP.DAT"
                   TO RPT-LINEA
           ELSE
               STRING "SALDO A CONCILIAR CON CUENTA " DELIMITED BY SIZE
                      WS-CTA-PRE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CTA-DESC DELIMITED BY SIZE
                      INTO RPT-LINEA
           END-IF.
           WRITE RPT-LINEA.
           CLOSE REPORTE.
           DISPLAY "PRESTAMOS VIGENTES:", WS-CONT-PTM.
           DISPLAY "LISTADO EN PRESTAMO.RPT".

       IMPRIME-SALDO.
           MOVE PTM-NOMI TO WS-D-NOMI.
           PERFORM BUSCA-NOMBRE.
           MOVE WS-NOMB TO WS-D-NOMB.
           MOVE PTM-CAPITAL TO WS-D-CAPITAL.
           MOVE PTM-ABONO TO WS-D-ABONO.
           MOVE PTM-SALDO TO WS-D-SALDO.
           MOVE PTM-ULT-PER TO WS-D-ULT-PER.
           WRITE RPT-LINEA FROM WS-DETALLE.
           ADD PTM-CAPITAL TO WS-TOT-CAPITAL.
           ADD PTM-SALDO TO WS-TOT-SALDO.
           ADD 1 TO WS-CONT-PTM.

      *------------------------- BUSCA NOMBRE ----------------------------
       BUSCA-NOMBRE.
           MOVE SPACES TO WS-NOMB.
           IF EMP-FILE-STATUS NOT = "35"
               MOVE PTM-NOMI TO EMP-NOMI
               READ EMPLOYEES
                   INVALID KEY MOVE "NO EN EMPLEADOS" TO WS-NOMB
                   NOT INVALID KEY MOVE EMP-NOMB TO WS-NOMB
               END-READ
           END-IF.

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
           END-IF.

       BUSCA-INICIO-PERIODO.
           MOVE 0 TO WS-INI-BUSCA.
           PERFORM VARYING WS-CAL-SCAN FROM 1 BY 1
                   UNTIL WS-CAL-SCAN > WS-CAL-CONT
               IF CAL-TAB-PERIODO(WS-CAL-SCAN) = WS-PER-BUSCA
                   MOVE CAL-TAB-INI(WS-CAL-SCAN) TO WS-INI-BUSCA
               END-IF
           END-PERFORM.

      *------------------------- CARGA CUENTA PRE ------------------------
       CARGA-CUENTA-PRE.
           OPEN INPUT MAPA-CONTABLE.
           IF MAP-FILE-STATUS = "35"
               DISPLAY "CONTMAP.DAT NO ENCONTRADO"
           ELSE
               PERFORM UNTIL MAP-FILE-STATUS = "10"
                   READ MAPA-CONTABLE
                       AT END MOVE "10" TO MAP-FILE-STATUS
                       NOT AT END
                           IF MAP-TIPO = "L" AND MAP-COD = "PRE"
                               MOVE MAP-CTA TO WS-CTA-PRE
                               MOVE MAP-DESC TO WS-CTA-DESC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAPA-CONTABLE.

       END PROGRAM 2PRERPT.
