      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Total payroll cost report for a closed period - for
      *          every department the gross HIST-PERC, the employer
      *          contributions 2PERCLS stored on the COSTO file (IMSS
      *          branches, INFONAVIT, SAR, state payroll tax), the
      *          total cost to the company and the headroom against
      *          the PRESUP ceiling, which is meant to cover the total
      *          cost and not only the gross salary. PRESUP carries
      *          monthly ceilings, so for a quincenal or semanal period
      *          the ceiling shown is prorated to the group's days.
      * Tectonics: cobc
      *
      * Modification history:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2COSTRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COSTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COS-LLAVE
               FILE STATUS IS COS-FILE-STATUS.
           SELECT DEPTOS ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-FILE-STATUS.
           SELECT PRESUPUESTOS ASSIGN TO "PRESUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUD-FILE-STATUS.
           SELECT CALENDARIO ASSIGN TO "CALEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT REPORTE ASSIGN TO "COSTO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COSTO.
       COPY COSTREC.

       FD  DEPTOS.
       COPY DEPTMS.

       FD  PRESUPUESTOS.
       COPY BUDCTL.

       FD  CALENDARIO.
       COPY CALREC.

       FD  REPORTE.
       01  RPT-LINEA PIC X(132).

       WORKING-STORAGE SECTION.
       77  COS-FILE-STATUS PIC XX VALUE "00".
       77  DEPT-FILE-STATUS PIC XX VALUE "00".
       77  BUD-FILE-STATUS PIC XX VALUE "00".
       77  RPT-FILE-STATUS PIC XX VALUE "00".
       77  CAL-FILE-STATUS PIC XX VALUE "00".
       77  WS-PERIODO PIC 9(06) VALUE 0.

      *--------------------- PAY GROUP ---------------------------------
       COPY GRUPTAB.
       77  WS-GRUPO PIC X(01) VALUE "M".
       77  WS-GRP-IDX PIC 9 VALUE 0.
       77  WS-GRP-SCAN PIC 9 VALUE 0.
       77  WS-LIMITE PIC 9(07)V99 VALUE 0.
       77  WS-DIAS-EDIT PIC Z9.

       01  DEPT-TAB.
           02 DEPT-ENT OCCURS 20 TIMES.
               03 DEPT-TAB-COD  PIC X(03) VALUE SPACES.
               03 DEPT-TAB-DESC PIC X(20) VALUE SPACES.
       77  WS-DEPT-CONT PIC 99 VALUE 0.
       77  WS-DEPT-IDX PIC 99 VALUE 0.
       77  WS-DEPT-SCAN PIC 99 VALUE 0.
       77  WS-DEPT-FND PIC X VALUE "N".
           88 DEPT-FND VALUE "S".

      *--------------------- DEPARTMENT ACCUMULATORS -------------------
       01  COSTO-DEPT-TAB.
           02 COSTO-DEPT OCCURS 20 TIMES.
               03 CD-PERC      PIC 9(08)V99 VALUE 0.
               03 CD-IMSS      PIC 9(08)V99 VALUE 0.
               03 CD-INFONAVIT PIC 9(08)V99 VALUE 0.
               03 CD-SAR       PIC 9(08)V99 VALUE 0.
               03 CD-ISN       PIC 9(08)V99 VALUE 0.
               03 CD-CUOTAS    PIC 9(08)V99 VALUE 0.
       01  BUD-TAB.
           02 BUD-LIMITE-ENT OCCURS 20 TIMES PIC 9(07)V99 VALUE 0.

       77  WS-COSTO-TOTAL PIC 9(08)V99 VALUE 0.
       77  WS-DISPONIBLE PIC S9(08)V99 VALUE 0.
       77  WS-CONT-REG PIC 9(05) VALUE 0.
       77  WS-CONT-SIN-DEPT PIC 9(05) VALUE 0.
       77  WS-CONT-ALERTAS PIC 99 VALUE 0.
       77  WS-TOT-PERC PIC 9(08)V99 VALUE 0.
       77  WS-TOT-IMSS PIC 9(08)V99 VALUE 0.
       77  WS-TOT-INFONAVIT PIC 9(08)V99 VALUE 0.
       77  WS-TOT-SAR PIC 9(08)V99 VALUE 0.
       77  WS-TOT-ISN PIC 9(08)V99 VALUE 0.
       77  WS-TOT-CUOTAS PIC 9(08)V99 VALUE 0.
       77  WS-TOT-COSTO PIC 9(08)V99 VALUE 0.
       77  WS-TOT-LIMITE PIC 9(08)V99 VALUE 0.

       01  WS-DETALLE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-DEPT PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-PERC PIC Z(07)9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-IMSS PIC Z(06)9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-INFONAVIT PIC Z(06)9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-SAR PIC Z(06)9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-ISN PIC Z(06)9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-COSTO PIC Z(07)9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-LIMITE PIC Z(07)9.99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-DISP PIC -Z(07)9.99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-ALERTA PIC X(15).
       PROCEDURE DIVISION.

      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           DISPLAY "COSTO TOTAL DE NOMINA POR DEPARTAMENTO".
           DISPLAY "PERIODO CERRADO (AAAAPP):".
           ACCEPT WS-PERIODO.
           IF WS-PERIODO = 0
               DISPLAY "PERIODO INVALIDO"
               STOP RUN.
           OPEN INPUT COSTO.
           IF COS-FILE-STATUS = "35"
               DISPLAY "COSTO NO EXISTE, CIERRE PERIODOS PRIMERO"
               STOP RUN.
           PERFORM CARGA-DEPARTAMENTOS.
           PERFORM CARGA-PRESUPUESTOS.
           PERFORM LEE-GRUPO-PERIODO.
           PERFORM ACUMULA-PERIODO.
           CLOSE COSTO.
           IF WS-CONT-REG = 0
               DISPLAY "SIN COSTOS PARA EL PERIODO " WS-PERIODO
               STOP RUN.
           OPEN OUTPUT REPORTE.
           PERFORM IMPRIME-ENCABEZADO.
           PERFORM IMPRIME-DEPARTAMENTO VARYING WS-DEPT-IDX
                   FROM 1 BY 1 UNTIL WS-DEPT-IDX > WS-DEPT-CONT.
           PERFORM IMPRIME-PIE.
           CLOSE REPORTE.
           DISPLAY "NOMINAS CON COSTO         :", WS-CONT-REG.
           DISPLAY "SIN DEPARTAMENTO VALIDO   :", WS-CONT-SIN-DEPT.
           DISPLAY "DEPARTAMENTOS SOBRE TECHO :", WS-CONT-ALERTAS.
           STOP RUN.

      *------------------------- ACUMULA PERIODO -------------------------
      * COSTO is keyed period-major like HISTORIAL, so the period is
      * one contiguous run of keys from (period, 0).
       ACUMULA-PERIODO.
           MOVE WS-PERIODO TO COS-PERIODO.
           MOVE ZEROES TO COS-NOMI.
           START COSTO KEY IS NOT LESS THAN COS-LLAVE
               INVALID KEY MOVE "10" TO COS-FILE-STATUS
           END-START.
           PERFORM UNTIL COS-FILE-STATUS = "10"
               READ COSTO NEXT RECORD
                   AT END MOVE "10" TO COS-FILE-STATUS
                   NOT AT END
                       IF COS-PERIODO NOT = WS-PERIODO
                           MOVE "10" TO COS-FILE-STATUS
                       ELSE
                           PERFORM SUMA-COSTO-DEPTO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO COS-FILE-STATUS.

       SUMA-COSTO-DEPTO.
           ADD 1 TO WS-CONT-REG.
           PERFORM BUSCA-DEPTO.
           IF DEPT-FND
               ADD COS-PERC TO CD-PERC(WS-DEPT-IDX)
               ADD COS-IMSS TO CD-IMSS(WS-DEPT-IDX)
               ADD COS-INFONAVIT TO CD-INFONAVIT(WS-DEPT-IDX)
               ADD COS-SAR TO CD-SAR(WS-DEPT-IDX)
               ADD COS-ISN TO CD-ISN(WS-DEPT-IDX)
               ADD COS-CUOTAS TO CD-CUOTAS(WS-DEPT-IDX)
           ELSE
               ADD 1 TO WS-CONT-SIN-DEPT
           END-IF.

      *------------------------- IMPRIME DEPARTAMENTO --------------------
      * Total cost is gross plus employer contributions; it is the
      * figure the department ceiling has to cover. The monthly
      * ceiling is cut to the period's share (GRP-DIAS of 30 days).
       IMPRIME-DEPARTAMENTO.
           COMPUTE WS-COSTO-TOTAL = CD-PERC(WS-DEPT-IDX)
                   + CD-CUOTAS(WS-DEPT-IDX).
           COMPUTE WS-LIMITE ROUNDED = BUD-LIMITE-ENT(WS-DEPT-IDX)
                   * GRP-DIAS(WS-GRP-IDX) / 30.
           MOVE DEPT-TAB-DESC(WS-DEPT-IDX) TO WS-D-DEPT.
           MOVE CD-PERC(WS-DEPT-IDX) TO WS-D-PERC.
           MOVE CD-IMSS(WS-DEPT-IDX) TO WS-D-IMSS.
           MOVE CD-INFONAVIT(WS-DEPT-IDX) TO WS-D-INFONAVIT.
           MOVE CD-SAR(WS-DEPT-IDX) TO WS-D-SAR.
           MOVE CD-ISN(WS-DEPT-IDX) TO WS-D-ISN.
           MOVE WS-COSTO-TOTAL TO WS-D-COSTO.
           MOVE WS-LIMITE TO WS-D-LIMITE.
           COMPUTE WS-DISPONIBLE = WS-LIMITE - WS-COSTO-TOTAL.
           MOVE WS-DISPONIBLE TO WS-D-DISP.
           IF BUD-LIMITE-ENT(WS-DEPT-IDX) = 0
               MOVE "SIN PRESUPUESTO" TO WS-D-ALERTA
               ADD 1 TO WS-CONT-ALERTAS
           ELSE
               IF WS-DISPONIBLE < 0
                   MOVE "** EXCEDIDO **" TO WS-D-ALERTA
                   ADD 1 TO WS-CONT-ALERTAS
               ELSE
                   MOVE SPACES TO WS-D-ALERTA
               END-IF
           END-IF.
           WRITE RPT-LINEA FROM WS-DETALLE.
           ADD CD-PERC(WS-DEPT-IDX) TO WS-TOT-PERC.
           ADD CD-IMSS(WS-DEPT-IDX) TO WS-TOT-IMSS.
           ADD CD-INFONAVIT(WS-DEPT-IDX) TO WS-TOT-INFONAVIT.
           ADD CD-SAR(WS-DEPT-IDX) TO WS-TOT-SAR.
           ADD CD-ISN(WS-DEPT-IDX) TO WS-TOT-ISN.
           ADD CD-CUOTAS(WS-DEPT-IDX) TO WS-TOT-CUOTAS.
           ADD WS-COSTO-TOTAL TO WS-TOT-COSTO.
           ADD WS-LIMITE TO WS-TOT-LIMITE.

      *------------------------- IMPRIME PIE -----------------------------
       IMPRIME-PIE.
           MOVE ALL "-" TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "TOTAL EMPRESA" TO WS-D-DEPT.
           MOVE WS-TOT-PERC TO WS-D-PERC.
           MOVE WS-TOT-IMSS TO WS-D-IMSS.
           MOVE WS-TOT-INFONAVIT TO WS-D-INFONAVIT.
           MOVE WS-TOT-SAR TO WS-D-SAR.
           MOVE WS-TOT-ISN TO WS-D-ISN.
           MOVE WS-TOT-COSTO TO WS-D-COSTO.
           MOVE WS-TOT-LIMITE TO WS-D-LIMITE.
           COMPUTE WS-DISPONIBLE = WS-TOT-LIMITE - WS-TOT-COSTO.
           MOVE WS-DISPONIBLE TO WS-D-DISP.
           MOVE SPACES TO WS-D-ALERTA.
           WRITE RPT-LINEA FROM WS-DETALLE.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "CUOTAS PATRONALES DEL PERIODO: " DELIMITED BY SIZE
                  INTO RPT-LINEA.
           MOVE WS-TOT-CUOTAS TO WS-D-COSTO.
           MOVE WS-D-COSTO TO RPT-LINEA(33:11).
           WRITE RPT-LINEA.

      *------------------------- IMPRIME ENCABEZADO ----------------------
       IMPRIME-ENCABEZADO.
           MOVE SPACES TO RPT-LINEA.
           STRING "COSTO TOTAL DE NOMINA POR DEPARTAMENTO - PERIODO "
                  DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           IF GRP-DIAS(WS-GRP-IDX) = 30
               MOVE "TECHO: PRESUPUESTO MENSUAL DEL DEPARTAMENTO"
                   TO RPT-LINEA
           ELSE
               MOVE GRP-DIAS(WS-GRP-IDX) TO WS-DIAS-EDIT
               STRING "TECHO: PRESUPUESTO MENSUAL PRORRATEADO AL GRUPO "
                      DELIMITED BY SIZE
                      GRP-DESC(WS-GRP-IDX) DELIMITED BY SPACE
                      " (" DELIMITED BY SIZE
                      WS-DIAS-EDIT DELIMITED BY SIZE
                      "/30 DIAS)" DELIMITED BY SIZE
                      INTO RPT-LINEA
           END-IF.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "  DEPARTAMENTO               BRUTO       IMSS"
                  DELIMITED BY SIZE
                  "  INFONAVIT        SAR   IMP NOM" DELIMITED BY SIZE
                  "   COSTO TOTAL        TECHO   DISPONIBLE"
                  DELIMITED BY SIZE
                  INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE ALL "-" TO RPT-LINEA.
           WRITE RPT-LINEA.

      *------------------------- LEE GRUPO PERIODO -----------------------
      * The period's pay group from CALEND.DAT; a period missing from
      * the calendar (or a blank CAL-GRUPO) is a monthly one.
       LEE-GRUPO-PERIODO.
           MOVE "M" TO WS-GRUPO.
           OPEN INPUT CALENDARIO.
           IF CAL-FILE-STATUS = "35"
               DISPLAY "CALEND.DAT NO ENCONTRADO, TECHO MENSUAL"
           ELSE
               PERFORM UNTIL CAL-FILE-STATUS = "10"
                   READ CALENDARIO
                       AT END MOVE "10" TO CAL-FILE-STATUS
                       NOT AT END
                           IF CAL-PERIODO = WS-PERIODO
                               MOVE CAL-GRUPO TO WS-GRUPO
                               MOVE "10" TO CAL-FILE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO.
           PERFORM BUSCA-GRUPO.
           IF WS-GRP-IDX = 0
               MOVE 1 TO WS-GRP-IDX.

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

      *------------------------- BUSCA DEPTO -----------------------------
       BUSCA-DEPTO.
           MOVE "N" TO WS-DEPT-FND.
           MOVE 0 TO WS-DEPT-IDX.
           PERFORM VARYING WS-DEPT-SCAN FROM 1 BY 1
                   UNTIL WS-DEPT-SCAN > WS-DEPT-CONT
               IF DEPT-TAB-COD(WS-DEPT-SCAN) = COS-DEPT(1:3)
                   MOVE "S" TO WS-DEPT-FND
                   MOVE WS-DEPT-SCAN TO WS-DEPT-IDX
               END-IF
           END-PERFORM.

       END PROGRAM 2COSTRPT.
