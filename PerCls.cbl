      *            open period may close, and a successful close
      *            marks it closed and opens the next period, so the
      *            sequence can never skip or repeat.
      * 15/10/26 - Employer contributions (IMSS employer branches,
      *            INFONAVIT, SAR and the state payroll tax) are
      *            computed at close for every historized nomina from
      *            HIST-PERC and the CUOTAS.DAT rates catalog, and kept
      *            on the COSTO file keyed by period + nomina for the
      *            2COSTRPT department cost report.
      * 15/10/26 - Employee loans: the period's PRE deduction line is
      *            applied against the PRESTAMOS balance and logged on
      *            PRESMOV; the line left for the next period is capped
      *            at the remaining balance, or dropped once the loan
      *            is paid, and EMP-DEDU/EMP-NETO are re-derived.
      * 15/10/26 - Every DED-REG line of a historized nomina is copied
      *            to DEDHIST (period + nomina + code) before the loan
      *            adjustments, so the closed period keeps its own
      *            itemized deductions for recibos and the poliza.
      * 15/10/26 - A rejected close ends with RETURN-CODE 8 for the
      *            month-end driver 2CIERMES.
      * 15/10/26 - Pay groups: the period's CAL-GRUPO decides which
      *            employees it closes (EMP-GRUPO), the percepcion and
      *            deduction lines are prorated from the monthly
      *            figures to the group's days per period (GRUPTAB),
      *            and the next period opened is the group's own, so
      *            each group's calendar advances on its own.
      * 15/10/26 - The calendar table holds 200 periods (a year of every
      *            group) and the close stops before rewriting a
      *            CALEND.DAT that does not fit; a loan's start and
      *            last-paid periods are compared by calendar date, not
      *            by number, so a change of pay group neither skips
      *            nor repeats an installment.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2PERCLS.
           SELECT CALENDARIO ASSIGN TO "CALEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT CUOTAS ASSIGN TO "CUOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUO-FILE-STATUS.
           SELECT COSTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COS-LLAVE
               FILE STATUS IS COS-FILE-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEES.
       FD  CALENDARIO.
       COPY CALREC.

       FD  CUOTAS.
       COPY CUOTREC.

       FD  COSTO.
       COPY COSTREC.

       FD  DEDUCCION.
       COPY DEDREC.

       FD  DEDHIST.
       COPY DEDHREC.

       FD  PRESTAMOS.
       COPY PTMREC.

       FD  PRESMOV.
       COPY PMVREC.

       WORKING-STORAGE SECTION.
       77  EMP-FILE-STATUS PIC XX VALUE "00".
       77  HIST-FILE-STATUS PIC XX VALUE "00".
       77  INC-FILE-STATUS PIC XX VALUE "00".
       77  AUD-FILE-STATUS PIC XX VALUE "00".
       77  CAL-FILE-STATUS PIC XX VALUE "00".
       77  CUO-FILE-STATUS PIC XX VALUE "00".
       77  COS-FILE-STATUS PIC XX VALUE "00".
       77  DED-FILE-STATUS PIC XX VALUE "00".
       77  DEDH-FILE-STATUS PIC XX VALUE "00".
       77  PTM-FILE-STATUS PIC XX VALUE "00".
       77  PMV-FILE-STATUS PIC XX VALUE "00".
       77  WS-OPERADOR PIC X(08) VALUE SPACES.
       77  WS-PERIODO PIC 9(06) VALUE 0.
       77  WS-CONT-REG PIC 9(05) VALUE 0.
       77  WS-INC-IMP PIC 9(06)V99 VALUE 0.
       77  WS-PERC-VAL PIC S9(06)V99 VALUE 0.
       77  WS-NETO-VAL PIC S9(06)V99 VALUE 0.
       77  WS-CONT-COSTO PIC 9(05) VALUE 0.

      *--------------------- PAY GROUP ---------------------------------
       COPY GRUPTAB.
       77  WS-GRUPO PIC X(01) VALUE "M".
       77  WS-EMP-GRUPO PIC X(01) VALUE "M".
       77  WS-GRP-IDX PIC 9 VALUE 0.
       77  WS-GRP-SCAN PIC 9 VALUE 0.
       77  WS-PERC-PER PIC 9(06)V99 VALUE 0.
       77  WS-DEDU-PER PIC 9(06)V99 VALUE 0.
       77  WS-DED-PER PIC 9(05)V99 VALUE 0.

       77  WS-HAY-DED PIC X VALUE "N".
           88 HAY-DED VALUE "S".
       77  WS-CONT-DEDH PIC 9(05) VALUE 0.

      *--------------------- EMPLOYEE LOANS ----------------------------
       77  WS-HAY-PTM PIC X VALUE "N".
           88 HAY-PTM VALUE "S".
       77  WS-PER-SIG PIC 9(06) VALUE 0.
       77  WS-PTM-ABONO PIC 9(05)V99 VALUE 0.
       77  WS-PTM-LINEA PIC 9(05)V99 VALUE 0.
       77  WS-DED-FND PIC X VALUE "N".
           88 DED-FND VALUE "S".
       77  WS-DED-CAMBIO PIC X VALUE "N".
           88 DED-CAMBIO VALUE "S".
       77  WS-DEDU-TOTAL PIC 9(06)V99 VALUE 0.
       77  WS-CONT-PTM PIC 9(05) VALUE 0.
       77  WS-CONT-LIQ PIC 9(05) VALUE 0.
       77  WS-PRE-TOCA PIC X VALUE "N".
           88 PRE-TOCA VALUE "S".
       77  WS-PER-REF PIC 9(06) VALUE 0.
       77  WS-INI-REF PIC 9(08) VALUE 0.
       77  WS-PER-BUSCA PIC 9(06) VALUE 0.
       77  WS-INI-BUSCA PIC 9(08) VALUE 0.
       77  WS-FIN-BUSCA PIC 9(08) VALUE 0.

      *--------------------- EMPLOYER RATES ----------------------------
      * Contribution branches from CUOTAS.DAT, each a percentage of
      * HIST-PERC; without the catalog the close still runs, it just
      * leaves no cost records behind.
       01  CUO-TAB.
           02 CUO-ENT OCCURS 20 TIMES.
               03 CUO-TAB-COD  PIC X(03) VALUE SPACES.
               03 CUO-TAB-TIPO PIC X(01) VALUE SPACES.
               03 CUO-TAB-TASA PIC 9(02)V9999 VALUE ZEROES.
       77  WS-CUO-CONT PIC 99 VALUE 0.
       77  WS-CUO-SCAN PIC 99 VALUE 0.
       77  WS-CUO-IMP PIC 9(05)V99 VALUE 0.

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
       77  WS-CAL-LLENO PIC X VALUE "N".
           88 CAL-LLENO VALUE "S".
       77  WS-CAL-IDX PIC 999 VALUE 0.
       77  WS-CAL-SCAN PIC 999 VALUE 0.
       77  WS-CAL-FND PIC X VALUE "N".
           88 CAL-FND VALUE "S".
       77  WS-CAL-SIG PIC 999 VALUE 0.
       PROCEDURE DIVISION.

      *------------------------ Main procedure ------------------------
           ACCEPT WS-PERIODO.
           IF WS-PERIODO = 0
               DISPLAY "PERIODO INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-CALENDARIO.
      * The calendar is rewritten whole, so a file longer than the
      * table would lose its last periods: refuse to go on.
           IF CAL-LLENO
               DISPLAY "CALEND.DAT EXCEDE 200 PERIODOS, DEPURE EL "
                   "CALENDARIO ANTES DE CONTINUAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-CUOTAS.
           IF WS-CAL-CONT = 0
               DISPLAY "SIN CALENDARIO DE NOMINA, NO SE PUEDE CERRAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM BUSCA-PERIODO-CAL.
           IF NOT CAL-FND
               DISPLAY "PERIODO NO ESTA EN EL CALENDARIO"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF CAL-TAB-ESTADO(WS-CAL-IDX) NOT = "A"
               DISPLAY "SOLO EL PERIODO ABIERTO PUEDE CERRARSE"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE CAL-TAB-GRUPO(WS-CAL-IDX) TO WS-GRUPO.
           PERFORM BUSCA-GRUPO.
           IF WS-GRP-IDX = 0
               DISPLAY "GRUPO DE PAGO DEL PERIODO INVALIDO: " WS-GRUPO
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           DISPLAY "GRUPO DE PAGO: " GRP-DESC(WS-GRP-IDX).
           PERFORM BUSCA-SIGUIENTE-CAL.
           IF WS-CAL-SIG > 0
               MOVE CAL-TAB-PERIODO(WS-CAL-SIG) TO WS-PER-SIG.
           OPEN I-O EMPLOYEES.
           IF EMP-FILE-STATUS = "35"
               DISPLAY "EMPLOYEES NO EXISTE, NADA QUE CERRAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O HISTORIAL.
           IF HIST-FILE-STATUS = "35"
               DISPLAY "SIN ARCHIVO DE INCIDENCIAS, CIERRE PLANO"
           ELSE
               MOVE "S" TO WS-HAY-INC.
           OPEN I-O COSTO.
           IF COS-FILE-STATUS = "35"
               OPEN OUTPUT COSTO
               CLOSE COSTO
               OPEN I-O COSTO.
           PERFORM ABRE-DEDUCCIONES.
           PERFORM ABRE-PRESTAMOS.
           PERFORM VERIFICA-PERIODO.
           IF WS-ERR = 0
               PERFORM UNTIL EMP-FILE-STATUS = "10"
               PERFORM CIERRA-CALENDARIO
               DISPLAY "PERIODO " WS-PERIODO " CERRADO"
               DISPLAY "EMPLEADOS HISTORIADOS:", WS-CONT-REG
               DISPLAY "INCIDENCIAS VALUADAS :", WS-CONT-INC
               DISPLAY "COSTOS PATRONALES    :", WS-CONT-COSTO
               DISPLAY "DEDUCCIONES COPIADAS :", WS-CONT-DEDH
               DISPLAY "ABONOS A PRESTAMOS   :", WS-CONT-PTM
               DISPLAY "PRESTAMOS LIQUIDADOS :", WS-CONT-LIQ.
           CLOSE EMPLOYEES.
           CLOSE HISTORIAL.
           CLOSE COSTO.
           IF HAY-DED
               CLOSE DEDUCCION
               CLOSE DEDHIST.
           IF HAY-PTM
               CLOSE PRESTAMOS
               CLOSE PRESMOV.
           IF HAY-INC
               CLOSE INCIDENCIA.
           IF WS-ERR NOT = 0
               MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *------------------------- VERIFICA PERIODO ------------------------
           MOVE "00" TO HIST-FILE-STATUS.

      *------------------------- GRABA HISTORIAL -------------------------
      * Only the employees of the period's pay group are closed; the
      * other groups' employees wait for their own period.
       GRABA-HISTORIAL.
           MOVE EMP-GRUPO TO WS-EMP-GRUPO.
           IF WS-EMP-GRUPO = SPACE
               MOVE "M" TO WS-EMP-GRUPO.
           IF NOT EMP-BAJA AND WS-EMP-GRUPO = WS-GRUPO
               PERFORM GRABA-REG-HISTORIAL.

       GRABA-REG-HISTORIAL.
           MOVE EMP-NOMI TO HIST-NOMI.
           MOVE EMP-NOMB TO HIST-NOMB.
           MOVE EMP-DEPT TO HIST-DEPT.
           COMPUTE WS-PERC-PER ROUNDED =
                   EMP-PERC * GRP-DIAS(WS-GRP-IDX) / 30.
           COMPUTE WS-PERC-VAL = WS-PERC-PER + WS-INC-AJUSTE.
           IF WS-PERC-VAL < 0
               MOVE 0 TO WS-PERC-VAL.
           MOVE WS-PERC-VAL TO HIST-PERC.
      * The net starts from the captured EMP-NETO (which keeps the
      * cents of the deduction lines that EMP-DEDU truncates), so a
      * close with no incidences reproduces the master snapshot. A
      * shorter frequency nets its own prorated lines instead.
           IF WS-GRUPO = "M"
               MOVE EMP-DEDU TO HIST-DEDU
               COMPUTE WS-NETO-VAL = EMP-NETO + WS-INC-AJUSTE
           ELSE
               PERFORM SUMA-DED-PERIODO
               MOVE WS-DEDU-PER TO HIST-DEDU
               COMPUTE WS-NETO-VAL = WS-PERC-PER - WS-DEDU-PER
                       + WS-INC-AJUSTE
           END-IF.
           IF WS-NETO-VAL < 0
               MOVE 0 TO WS-NETO-VAL.
           MOVE WS-NETO-VAL TO HIST-NETO.
                   DISPLAY "ERROR AL HISTORIAR NOMINA:" EMP-NOMI
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-REG
                   IF WS-CUO-CONT > 0
                       PERFORM GRABA-COSTO
                   END-IF
                   IF HAY-DED
                       PERFORM GRABA-DED-HISTORIAL
                   END-IF
                   IF HAY-PTM
                       PERFORM APLICA-PRESTAMO
                   END-IF
           END-WRITE.

      *------------------------- GRABA COSTO -----------------------------
      * Every rate applies to the historized HIST-PERC (what the
      * period actually paid, incidences included) and lands in its
      * report group; COS-CUOTAS is the employer cost over the gross.
       GRABA-COSTO.
           MOVE HIST-PERIODO TO COS-PERIODO.
           MOVE HIST-NOMI TO COS-NOMI.
           MOVE HIST-DEPT TO COS-DEPT.
           MOVE HIST-PERC TO COS-PERC.
           MOVE 0 TO COS-IMSS.
           MOVE 0 TO COS-INFONAVIT.
           MOVE 0 TO COS-SAR.
           MOVE 0 TO COS-ISN.
           PERFORM VARYING WS-CUO-SCAN FROM 1 BY 1
                   UNTIL WS-CUO-SCAN > WS-CUO-CONT
               COMPUTE WS-CUO-IMP ROUNDED = HIST-PERC
                       * CUO-TAB-TASA(WS-CUO-SCAN) / 100
               EVALUATE CUO-TAB-TIPO(WS-CUO-SCAN)
                   WHEN "I" ADD WS-CUO-IMP TO COS-IMSS
                   WHEN "V" ADD WS-CUO-IMP TO COS-INFONAVIT
                   WHEN "S" ADD WS-CUO-IMP TO COS-SAR
                   WHEN "N" ADD WS-CUO-IMP TO COS-ISN
               END-EVALUATE
           END-PERFORM.
           COMPUTE COS-CUOTAS = COS-IMSS + COS-INFONAVIT + COS-SAR
                   + COS-ISN.
           WRITE COS-REG
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR COSTO NOMINA:" COS-NOMI
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-COSTO
           END-WRITE.

      *------------------------- ABRE DEDUCCIONES ------------------------
      * The deduction history is created on first use; without a
      * DEDUCCION file there is nothing to snapshot.
       ABRE-DEDUCCIONES.
           OPEN I-O DEDUCCION.
           IF DED-FILE-STATUS = "35"
               DISPLAY "SIN ARCHIVO DE DEDUCCIONES"
           ELSE
               OPEN I-O DEDHIST
               IF DEDH-FILE-STATUS = "35"
                   OPEN OUTPUT DEDHIST
                   CLOSE DEDHIST
                   OPEN I-O DEDHIST
               END-IF
               MOVE "S" TO WS-HAY-DED
           END-IF.

      *------------------------- ABRE PRESTAMOS --------------------------
      * Without a loan master (or deduction lines to apply) the close
      * runs as before; the movement log is created on first use.
       ABRE-PRESTAMOS.
           IF HAY-DED
               OPEN I-O PRESTAMOS
               IF PTM-FILE-STATUS = "35"
                   DISPLAY "SIN ARCHIVO DE PRESTAMOS"
               ELSE
                   OPEN I-O PRESMOV
                   IF PMV-FILE-STATUS = "35"
                       OPEN OUTPUT PRESMOV
                       CLOSE PRESMOV
                       OPEN I-O PRESMOV
                   END-IF
                   MOVE "S" TO WS-HAY-PTM
               END-IF
           END-IF.

      *------------------------- GRABA DED HISTORIAL ---------------------
      * The nomina's lines exactly as this period deducted them; taken
      * before the loan step resets the PRE line for the next period.
       GRABA-DED-HISTORIAL.
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
                           PERFORM GRABA-LINEA-DEDH
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO DED-FILE-STATUS.

       GRABA-LINEA-DEDH.
           PERFORM PRORRATEA-LINEA-DED.
           MOVE WS-PERIODO TO DEDH-PERIODO.
           MOVE DED-NOMI TO DEDH-NOMI.
           MOVE DED-COD TO DEDH-COD.
           MOVE WS-DED-PER TO DEDH-IMPORTE.
           WRITE DEDH-REG
               INVALID KEY
                   DISPLAY "ERROR AL HISTORIAR DEDUCCION:" DED-NOMI
                       " " DED-COD
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-DEDH
           END-WRITE.

      *------------------------- PRORRATEA LINEA DED ---------------------
      * A deduction line is a monthly figure like EMP-PERC and is taken
      * for the group's days of the period. The ISR line was computed
      * from the monthly tariff, and the tariff's limits and quotas
      * scale with the days just as the base does, so the prorated
      * line is the ISR of the period's own tariff. The PRE line is
      * already the loan installment of one pay period of the group.
       PRORRATEA-LINEA-DED.
           IF DED-COD = "PRE"
               MOVE DED-IMPORTE TO WS-DED-PER
           ELSE
               COMPUTE WS-DED-PER ROUNDED =
                       DED-IMPORTE * GRP-DIAS(WS-GRP-IDX) / 30
           END-IF.

       SUMA-DED-PERIODO.
           MOVE 0 TO WS-DEDU-PER.
           IF HAY-DED
               MOVE EMP-NOMI TO DED-NOMI
               MOVE LOW-VALUES TO DED-COD
               START DEDUCCION KEY IS NOT LESS THAN DED-LLAVE
                   INVALID KEY MOVE "10" TO DED-FILE-STATUS
               END-START
               PERFORM UNTIL DED-FILE-STATUS = "10"
                   READ DEDUCCION NEXT RECORD
                       AT END MOVE "10" TO DED-FILE-STATUS
                       NOT AT END
                           IF DED-NOMI NOT = EMP-NOMI
                               MOVE "10" TO DED-FILE-STATUS
                           ELSE
                               PERFORM PRORRATEA-LINEA-DED
                               ADD WS-DED-PER TO WS-DEDU-PER
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO DED-FILE-STATUS
           ELSE
               COMPUTE WS-DEDU-PER ROUNDED =
                       EMP-DEDU * GRP-DIAS(WS-GRP-IDX) / 30
           END-IF.

      *------------------------- APLICA PRESTAMO -------------------------
      * The PRE line the period deducted is the installment paid: it
      * comes off the loan balance (never below zero) and is logged on
      * PRESMOV. The line is then set for the next period. A loan
      * starting in a later period only gets its line set up here.
      * Period numbers only run in order within one pay group, so the
      * loan's periods are placed by their calendar dates: an employee
      * who changed group keeps paying once per stretch of calendar.
       APLICA-PRESTAMO.
           MOVE EMP-NOMI TO PTM-NOMI.
           READ PRESTAMOS
               INVALID KEY MOVE "23" TO PTM-FILE-STATUS
           END-READ.
           IF PTM-FILE-STATUS = "00"
               IF PTM-VIGENTE
                   PERFORM VERIFICA-ABONO-PRE
                   IF PRE-TOCA
                       PERFORM ABONA-PRESTAMO
                   END-IF
                   PERFORM AJUSTA-LINEA-PRE
               END-IF
           END-IF.
           MOVE "00" TO PTM-FILE-STATUS.

      * The closing period pays when the loan has started by it and
      * the last period paid ended before it began.
       VERIFICA-ABONO-PRE.
           MOVE WS-PERIODO TO WS-PER-REF.
           MOVE CAL-TAB-INI(WS-CAL-IDX) TO WS-INI-REF.
           PERFORM VERIFICA-INICIO-PRE.
           IF PRE-TOCA AND PTM-ULT-PER > 0
               MOVE PTM-ULT-PER TO WS-PER-BUSCA
               PERFORM BUSCA-FECHAS-PERIODO
               IF WS-FIN-BUSCA > 0
                   IF WS-FIN-BUSCA NOT < WS-INI-REF
                       MOVE "N" TO WS-PRE-TOCA
                   END-IF
               ELSE
                   IF PTM-ULT-PER NOT < WS-PER-REF
                       MOVE "N" TO WS-PRE-TOCA
                   END-IF
               END-IF
           END-IF.

      * Has the loan started by period WS-PER-REF (starting WS-INI-REF)?
      * A start period missing from the calendar falls back to the
      * period number.
       VERIFICA-INICIO-PRE.
           MOVE "N" TO WS-PRE-TOCA.
           MOVE PTM-PER-INI TO WS-PER-BUSCA.
           PERFORM BUSCA-FECHAS-PERIODO.
           IF WS-INI-BUSCA > 0
               IF WS-INI-BUSCA NOT > WS-INI-REF
                   MOVE "S" TO WS-PRE-TOCA
               END-IF
           ELSE
               IF PTM-PER-INI NOT > WS-PER-REF
                   MOVE "S" TO WS-PRE-TOCA
               END-IF
           END-IF.

       BUSCA-FECHAS-PERIODO.
           MOVE 0 TO WS-INI-BUSCA.
           MOVE 0 TO WS-FIN-BUSCA.
           PERFORM VARYING WS-CAL-SCAN FROM 1 BY 1
                   UNTIL WS-CAL-SCAN > WS-CAL-CONT
               IF CAL-TAB-PERIODO(WS-CAL-SCAN) = WS-PER-BUSCA
                   MOVE CAL-TAB-INI(WS-CAL-SCAN) TO WS-INI-BUSCA
                   MOVE CAL-TAB-FIN(WS-CAL-SCAN) TO WS-FIN-BUSCA
               END-IF
           END-PERFORM.

       ABONA-PRESTAMO.
           MOVE EMP-NOMI TO DED-NOMI.
           MOVE "PRE" TO DED-COD.
           MOVE 0 TO WS-PTM-ABONO.
           READ DEDUCCION
               INVALID KEY
                   DISPLAY "PRESTAMO SIN LINEA PRE, NOMINA:" EMP-NOMI
               NOT INVALID KEY
                   MOVE DED-IMPORTE TO WS-PTM-ABONO
           END-READ.
           MOVE "00" TO DED-FILE-STATUS.
           IF WS-PTM-ABONO > PTM-SALDO
               MOVE PTM-SALDO TO WS-PTM-ABONO.
           SUBTRACT WS-PTM-ABONO FROM PTM-SALDO.
           MOVE WS-PERIODO TO PTM-ULT-PER.
           IF PTM-SALDO = 0
               MOVE "L" TO PTM-ESTADO
               ADD 1 TO WS-CONT-LIQ.
           REWRITE PTM-REG
               INVALID KEY
                   DISPLAY "ERROR AL ACTUALIZAR PRESTAMO:" PTM-NOMI
           END-REWRITE.
           MOVE EMP-NOMI TO PMV-NOMI.
           MOVE WS-PERIODO TO PMV-PERIODO.
           MOVE WS-PTM-ABONO TO PMV-ABONO.
           MOVE PTM-SALDO TO PMV-SALDO.
           WRITE PMV-REG
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR MOVIMIENTO:" PMV-NOMI
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-PTM
           END-WRITE.

      *------------------------- AJUSTA LINEA PRE ------------------------
      * Next period's PRE line is the installment capped at what is
      * still owed; a paid loan loses the line. Whenever the line
      * changes, the employee's totals follow the remaining lines.
       AJUSTA-LINEA-PRE.
           MOVE "N" TO WS-DED-CAMBIO.
           MOVE "N" TO WS-DED-FND.
           MOVE EMP-NOMI TO DED-NOMI.
           MOVE "PRE" TO DED-COD.
           READ DEDUCCION
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO WS-DED-FND
           END-READ.
           MOVE "00" TO DED-FILE-STATUS.
           IF PTM-SALDO = 0
               IF DED-FND
                   DELETE DEDUCCION
                       INVALID KEY
                           DISPLAY "ERROR AL BORRAR LINEA PRE:" EMP-NOMI
                       NOT INVALID KEY
                           MOVE "S" TO WS-DED-CAMBIO
                   END-DELETE
               END-IF
           ELSE
               IF WS-PER-SIG > 0
                   MOVE WS-PER-SIG TO WS-PER-REF
                   MOVE CAL-TAB-INI(WS-CAL-SIG) TO WS-INI-REF
                   PERFORM VERIFICA-INICIO-PRE
                   IF PRE-TOCA
                       PERFORM FIJA-LINEA-PRE
                   END-IF
               END-IF
           END-IF.
           IF DED-CAMBIO
               PERFORM RECALCULA-NETO.

       FIJA-LINEA-PRE.
           IF PTM-ABONO > PTM-SALDO
               MOVE PTM-SALDO TO WS-PTM-LINEA
           ELSE
               MOVE PTM-ABONO TO WS-PTM-LINEA
           END-IF.
           IF DED-FND
               IF DED-IMPORTE NOT = WS-PTM-LINEA
                   MOVE WS-PTM-LINEA TO DED-IMPORTE
                   REWRITE DED-REG
                       INVALID KEY
                           DISPLAY "ERROR AL AJUSTAR PRE:" EMP-NOMI
                       NOT INVALID KEY
                           MOVE "S" TO WS-DED-CAMBIO
                   END-REWRITE
               END-IF
           ELSE
               MOVE EMP-NOMI TO DED-NOMI
               MOVE "PRE" TO DED-COD
               MOVE WS-PTM-LINEA TO DED-IMPORTE
               WRITE DED-REG
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LINEA PRE:" EMP-NOMI
                   NOT INVALID KEY
                       MOVE "S" TO WS-DED-CAMBIO
               END-WRITE
           END-IF.

      *------------------------- RECALCULA NETO --------------------------
      * EMP-DEDU/EMP-NETO re-derived from the employee's lines the way
      * 2EMPMNT derives them at capture.
       RECALCULA-NETO.
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
                           ADD DED-IMPORTE TO WS-DEDU-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO DED-FILE-STATUS.
           IF WS-DEDU-TOTAL > EMP-PERC
               DISPLAY "DEDUCCIONES MAYORES QUE PERCEPCION, NOMINA:"
                   EMP-NOMI
           ELSE
               MOVE WS-DEDU-TOTAL TO EMP-DEDU
               COMPUTE EMP-NETO = EMP-PERC - WS-DEDU-TOTAL
               REWRITE EMP-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR NOMINA:" EMP-NOMI
               END-REWRITE
           END-IF.

      *------------------------- VALORA INCIDENCIAS ----------------------
      * Collects the period's incidence lines for the nomina being
      * historized into a signed adjustment: hours are valued at the
      * employee's hourly rate (EMP-PERC over 240 hours a month, the
      * same rate whatever the pay group),
      * amounts are taken as captured, and the sign says whether the
      * line adds to or discounts from the percepcion.
       VALORA-INCIDENCIAS.
           ADD 1 TO WS-CONT-INC.

      *------------------------- CIERRA CALENDARIO -----------------------
      * The closed period flips to "C" and the group's first future
      * period becomes its new open one; the whole calendar, every
      * group's lines included, is rewritten from the table in its
      * original order.
       CIERRA-CALENDARIO.
           MOVE "C" TO CAL-TAB-ESTADO(WS-CAL-IDX).
           IF WS-CAL-SIG > 0
               MOVE "A" TO CAL-TAB-ESTADO(WS-CAL-SIG)
               DISPLAY "PERIODO ABIERTO AHORA: "
                   CAL-TAB-PERIODO(WS-CAL-SIG)
           ELSE
               DISPLAY "SIN PERIODO SIGUIENTE EN EL CALENDARIO"
           END-IF.
               MOVE CAL-TAB-FIN(WS-CAL-SCAN) TO CAL-FEC-FIN
               MOVE CAL-TAB-PAGO(WS-CAL-SCAN) TO CAL-FEC-PAGO
               MOVE CAL-TAB-ESTADO(WS-CAL-SCAN) TO CAL-ESTADO
               MOVE CAL-TAB-GRUPO(WS-CAL-SCAN) TO CAL-GRUPO
               WRITE CAL-REG
           END-PERFORM.
           CLOSE CALENDARIO.
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
           ELSE
               MOVE "S" TO WS-CAL-LLENO
           END-IF.

       BUSCA-PERIODO-CAL.
               END-IF
           END-PERFORM.

      * The group's next period is the first line after the closing
      * one that carries the same CAL-GRUPO.
       BUSCA-SIGUIENTE-CAL.
           MOVE 0 TO WS-CAL-SIG.
           PERFORM VARYING WS-CAL-SCAN FROM WS-CAL-CONT BY -1
                   UNTIL WS-CAL-SCAN NOT > WS-CAL-IDX
               IF CAL-TAB-GRUPO(WS-CAL-SCAN) = WS-GRUPO
                   OR (CAL-TAB-GRUPO(WS-CAL-SCAN) = SPACE
                       AND WS-GRUPO = "M")
                   MOVE WS-CAL-SCAN TO WS-CAL-SIG
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

      *------------------------- CARGA CUOTAS ----------------------------
       CARGA-CUOTAS.
           OPEN INPUT CUOTAS.
           IF CUO-FILE-STATUS = "35"
               DISPLAY "CUOTAS.DAT NO ENCONTRADO, SIN COSTO PATRONAL"
           ELSE
               PERFORM UNTIL CUO-FILE-STATUS = "10"
                   READ CUOTAS
                       AT END MOVE "10" TO CUO-FILE-STATUS
                       NOT AT END PERFORM GUARDA-CUOTA
                   END-READ
               END-PERFORM
               CLOSE CUOTAS.

       GUARDA-CUOTA.
           IF WS-CUO-CONT < 20
               ADD 1 TO WS-CUO-CONT
               MOVE CUO-COD TO CUO-TAB-COD(WS-CUO-CONT)
               MOVE CUO-TIPO TO CUO-TAB-TIPO(WS-CUO-CONT)
               MOVE CUO-TASA TO CUO-TAB-TASA(WS-CUO-CONT)
           END-IF.

      *------------------------- GRABA AUDITORIA -------------------------
       GRABA-AUDITORIA-CIERRE.
           OPEN EXTEND AUDITORIA.
