      * Tectonics: cobc
      *
      * Modification history:
      * 15/10/26 - A new account still waiting for supervisor approval
      *            on CTACAMB is listed on the calculation sheet as
      *            CUENTA POR AUTORIZAR and kept out of the extract; a
      *            pending change keeps paying the approved CUENTAS
      *            account.
      * 15/10/26 - Pay groups: each closed period's HIST-PERC is taken
      *            to its monthly equivalent (x 30 / the group's days)
      *            before averaging, the partial-year proration counts
      *            only the closed periods of the employee's pay group,
      *            and up to 53 periods are kept per employee.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2AGUINAL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NOMI
               FILE STATUS IS CTA-FILE-STATUS.
           SELECT CTACAMB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAMB-LLAVE
               FILE STATUS IS CAMB-FILE-STATUS.
           SELECT CALENDARIO ASSIGN TO "CALEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT DISPERSION ASSIGN TO "AGUINALD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.
       FD  CUENTAS.
       COPY CTAREC.

       FD  CTACAMB.
       COPY CAMBREC.

       FD  CALENDARIO.
       COPY CALREC.

       FD  DISPERSION.
       COPY BANKREC.

       77  HIST-FILE-STATUS PIC XX VALUE "00".
       77  EMP-FILE-STATUS PIC XX VALUE "00".
       77  CTA-FILE-STATUS PIC XX VALUE "00".
       77  CAMB-FILE-STATUS PIC XX VALUE "00".
       77  BANK-FILE-STATUS PIC XX VALUE "00".
       77  CAL-FILE-STATUS PIC XX VALUE "00".
       77  AUD-FILE-STATUS PIC XX VALUE "00".
       77  OPER-FILE-STATUS PIC XX VALUE "00".
       77  RPT-FILE-STATUS PIC XX VALUE "00".
       77  WS-PERIODO-FIN PIC 9(06) VALUE 0.
       77  WS-PERIODO-ANT PIC 9(06) VALUE 0.
       77  WS-PER-ANIO PIC 99 VALUE 0.
      * Closed periods of the year counted per pay group (GRP-TAB
      * order), the proration base for each group's employees.
       01  WS-PER-GRP-TAB.
           02 WS-PER-GRP OCCURS 3 TIMES PIC 99 VALUE 0.

      *--------------------- PAYROLL CALENDAR --------------------------
       01  CAL-TAB.
           02 CAL-ENT OCCURS 200 TIMES.
               03 CAL-TAB-PERIODO PIC 9(06) VALUE ZEROES.
               03 CAL-TAB-GRUPO   PIC X(01) VALUE "M".
       77  WS-CAL-CONT PIC 999 VALUE 0.
       77  WS-CAL-SCAN PIC 999 VALUE 0.

      *--------------------- PAY GROUP ---------------------------------
       COPY GRUPTAB.
       77  WS-GRUPO PIC X(01) VALUE "M".
       77  WS-GRP-IDX PIC 9 VALUE 0.
       77  WS-GRP-SCAN PIC 9 VALUE 0.
       77  WS-GRP-PER PIC 9 VALUE 1.
       77  WS-PERC-MES PIC 9(06)V99 VALUE 0.
       77  WS-FECHA-HOY PIC 9(08) VALUE 0.
       77  WS-FEC-CORTE PIC 9(08) VALUE 0.

      *--------------------- ACCUMULATION TABLE ------------------------
      * One entry per employee found in the year's closed periods,
      * with every period and its HIST-PERC kept for the calculation
      * sheet; AGU-SUMA adds the monthly equivalents and AGU-GRP is
      * the pay group of the employee's latest period.
       01  AGU-TAB.
           02 AGU-ENT OCCURS 5000 TIMES.
               03 AGU-NOMI PIC 9(06) VALUE ZEROES.
               03 AGU-NOMB PIC X(20) VALUE SPACES.
               03 AGU-CONT-PER PIC 99 VALUE 0.
               03 AGU-GRP PIC 9 VALUE 1.
               03 AGU-PER-ENT OCCURS 53 TIMES.
                   04 AGU-PER-PERIODO PIC 9(06) VALUE ZEROES.
                   04 AGU-PER-PERC PIC 9(05)V99 VALUE ZEROES.
               03 AGU-SUMA PIC 9(07)V99 VALUE ZEROES.
       77  WS-CONT-EXTRACTO PIC 9(05) VALUE 0.
       77  WS-CONT-SIN-CTA PIC 9(05) VALUE 0.
       77  WS-CONT-CLABE-INV PIC 9(05) VALUE 0.
       77  WS-CONT-POR-AUT PIC 9(05) VALUE 0.
       77  WS-PEND-FND PIC X VALUE "N".
           88 PEND-FND VALUE "S".
       77  WS-SUMA-LOTE PIC 9(13) VALUE 0.

      *--------------------- CLABE VALIDATION WORK ---------------------
           OPEN INPUT CUENTAS.
           IF CTA-FILE-STATUS = "35"
               DISPLAY "CUENTAS NO EXISTE, TODO SALDRA SIN CUENTA".
           OPEN INPUT CTACAMB.
           PERFORM CARGA-CALENDARIO.
           PERFORM ACUMULA-ANIO.
           CLOSE HISTORIAL.
           IF WS-AGU-CONT = 0
           CLOSE EMPLOYEES.
           IF CTA-FILE-STATUS NOT = "35"
               CLOSE CUENTAS.
           IF CAMB-FILE-STATUS NOT = "35"
               CLOSE CTACAMB.
           PERFORM GRABA-AUDITORIA-AGUINALDO.
           DISPLAY "PERIODOS CERRADOS DEL ANIO :", WS-PER-ANIO.
           DISPLAY "EMPLEADOS CALCULADOS       :", WS-AGU-CONT.
           DISPLAY "ENVIADOS AL EXTRACTO       :", WS-CONT-EXTRACTO.
           DISPLAY "SIN CUENTA BANCARIA        :", WS-CONT-SIN-CTA.
           DISPLAY "CLABE INVALIDA             :", WS-CONT-CLABE-INV.
           DISPLAY "CUENTA POR AUTORIZAR       :", WS-CONT-POR-AUT.
           STOP RUN.

      *------------------------- ACUMULA ANIO ----------------------------
      * One pass over the year's closed periods on HISTORIAL: the
      * file is period-major, so a change of HIST-PERIODO counts one
      * more closed period of its pay group for the proration base.
       ACUMULA-ANIO.
           COMPUTE HIST-PERIODO = WS-ANIO * 100.
           COMPUTE WS-PERIODO-FIN = WS-ANIO * 100 + 99.
           IF HIST-PERIODO NOT = WS-PERIODO-ANT
               ADD 1 TO WS-PER-ANIO
               MOVE HIST-PERIODO TO WS-PERIODO-ANT
               PERFORM BUSCA-GRUPO-PERIODO
               ADD 1 TO WS-PER-GRP(WS-GRP-PER)
           END-IF.
           MOVE "N" TO WS-AGU-HIT.
           PERFORM VARYING WS-AGU-SCAN FROM 1 BY 1
               END-IF
           END-IF.
           IF WS-AGU-IDX > 0
               IF AGU-CONT-PER(WS-AGU-IDX) < 53
                   ADD 1 TO AGU-CONT-PER(WS-AGU-IDX)
                   MOVE HIST-PERIODO TO AGU-PER-PERIODO(WS-AGU-IDX,
                       AGU-CONT-PER(WS-AGU-IDX))
                   MOVE HIST-PERC TO AGU-PER-PERC(WS-AGU-IDX,
                       AGU-CONT-PER(WS-AGU-IDX))
                   COMPUTE WS-PERC-MES ROUNDED =
                           HIST-PERC * 30 / GRP-DIAS(WS-GRP-PER)
                   ADD WS-PERC-MES TO AGU-SUMA(WS-AGU-IDX)
                   MOVE WS-GRP-PER TO AGU-GRP(WS-AGU-IDX)
               END-IF
           END-IF.

      * 15 days of the average monthly percepcion over the periods
      * the employee appears in; an EMP-FEC-STAT inside the year
      * means a mid-year entry, so the figure is prorated by the
      * periods present over the year's closed periods of the
      * employee's pay group.
       CALCULA-EMPLEADO.
           COMPUTE WS-PROM = AGU-SUMA(WS-AGU-IDX)
                   / AGU-CONT-PER(WS-AGU-IDX).
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF EMP-FEC-STAT > WS-FEC-CORTE
                       AND AGU-CONT-PER(WS-AGU-IDX) <
                           WS-PER-GRP(AGU-GRP(WS-AGU-IDX))
                       MOVE "S" TO WS-PRORRATEA
                   END-IF
           END-READ.
           IF PRORRATEA
               COMPUTE WS-AGUINALDO ROUNDED = WS-AGUI-BASE
                       * AGU-CONT-PER(WS-AGU-IDX)
                       / WS-PER-GRP(AGU-GRP(WS-AGU-IDX))
           ELSE
               MOVE WS-AGUI-BASE TO WS-AGUINALDO
           END-IF.
           PERFORM GRABA-LINEA-EXTRACTO.

      *------------------------- GRABA LINEA EXTRACTO --------------------
      * Only the approved account on CUENTAS is paid; an alta still
      * pending on CTACAMB is told apart from a plain missing account.
       GRABA-LINEA-EXTRACTO.
           MOVE AGU-NOMI(WS-AGU-IDX) TO CTA-NOMI.
           IF CTA-FILE-STATUS = "35"
               PERFORM REGISTRA-SIN-CUENTA
           ELSE
               READ CUENTAS
                   INVALID KEY
                       PERFORM REGISTRA-SIN-CUENTA
                   NOT INVALID KEY
                       MOVE CTA-CLABE TO WS-CLABE
                       PERFORM VALIDA-CLABE
               END-READ
           END-IF.

       REGISTRA-SIN-CUENTA.
           PERFORM BUSCA-PENDIENTE.
           IF PEND-FND
               ADD 1 TO WS-CONT-POR-AUT
               MOVE "CUENTA POR AUTORIZAR, FUERA DEL EXTRACTO"
                   TO RPT-LINEA
           ELSE
               ADD 1 TO WS-CONT-SIN-CTA
               MOVE "SIN CUENTA, FUERA DEL EXTRACTO"
                   TO RPT-LINEA
           END-IF.
           WRITE RPT-LINEA.

       BUSCA-PENDIENTE.
           MOVE "N" TO WS-PEND-FND.
           IF CAMB-FILE-STATUS NOT = "35"
               MOVE AGU-NOMI(WS-AGU-IDX) TO CAMB-NOMI
               MOVE ZEROES TO CAMB-FEC-CAP
               MOVE ZEROES TO CAMB-HORA-CAP
               START CTACAMB KEY IS NOT LESS THAN CAMB-LLAVE
                   INVALID KEY MOVE "10" TO CAMB-FILE-STATUS
               END-START
               PERFORM UNTIL CAMB-FILE-STATUS = "10"
                   READ CTACAMB NEXT RECORD
                       AT END MOVE "10" TO CAMB-FILE-STATUS
                       NOT AT END
                           IF CAMB-NOMI NOT = AGU-NOMI(WS-AGU-IDX)
                               MOVE "10" TO CAMB-FILE-STATUS
                           ELSE
                               IF CAMB-PENDIENTE
                                   MOVE "S" TO WS-PEND-FND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO CAMB-FILE-STATUS
           END-IF.

       ARMA-LINEA-EXTRACTO.
           IF NOT CLABE-OK
               ADD 1 TO WS-CONT-CLABE-INV
           MOVE AGU-CONT-PER(WS-AGU-IDX) TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO WS-C-VALOR(1:2).
           MOVE "DE" TO WS-C-VALOR(4:2).
           MOVE WS-PER-GRP(AGU-GRP(WS-AGU-IDX)) TO WS-CONT-EDIT.
           MOVE WS-CONT-EDIT TO WS-C-VALOR(7:2).
           IF PRORRATEA
               MOVE "(PRORRATEADO)" TO WS-C-VALOR(10:13)
               TO WS-L-PERC.
           WRITE RPT-LINEA FROM WS-LINEA-PER.

      *------------------------- CALENDARIO ------------------------------
       CARGA-CALENDARIO.
           MOVE 0 TO WS-CAL-CONT.
           OPEN INPUT CALENDARIO.
           IF CAL-FILE-STATUS NOT = "35"
               PERFORM UNTIL CAL-FILE-STATUS = "10"
                   READ CALENDARIO
                       AT END MOVE "10" TO CAL-FILE-STATUS
                       NOT AT END PERFORM GUARDA-PERIODO-CAL
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO
           END-IF.

       GUARDA-PERIODO-CAL.
           IF WS-CAL-CONT < 200
               ADD 1 TO WS-CAL-CONT
               MOVE CAL-PERIODO TO CAL-TAB-PERIODO(WS-CAL-CONT)
               MOVE CAL-GRUPO TO CAL-TAB-GRUPO(WS-CAL-CONT)
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
      * password ends the run, so the audit trail behind the
