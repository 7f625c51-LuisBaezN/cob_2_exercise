      *            marked closed can be disbursed, and BANK-FECHA is
      *            stamped with the period's scheduled pay date
      *            instead of the run date.
      * 15/10/26 - LOTECTL.DAT now records the period the batch pays
      *            (CTL-PERIODO), which 2PERREAB checks before it
      *            reopens a closed period.
      * 15/10/26 - A run that generates no batch ends with RETURN-CODE 8
      *            for the month-end driver 2CIERMES.
      * 15/10/26 - CUENTAS only holds supervisor-approved accounts, so
      *            the extract keeps paying the last approved CLABE
      *            while a change waits on CTACAMB; a new account not
      *            yet approved goes to EXCEPCION.RPT as ALTA POR
      *            AUTORIZAR.
      * 15/10/26 - Pay groups: the period's group (CALEND.DAT) picks
      *            the extract file - DISPERSION.DAT monthly,
      *            DISPQUIN.DAT quincenal, DISPSEMA.DAT semanal - and
      *            the group's own LOTECTL.DAT line, so a pending batch
      *            of one group never holds back another; the batch
      *            number stays one consecutive across the groups.
      * 15/10/26 - Calendar table widened to 200 periods, enough for
      *            a full year of every pay group (12 months, 24
      *            quincenas and 52 weeks).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2BANKEXT.
           SELECT DISPERSION ASSIGN TO "DISPERSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.
           SELECT DISP-QUINCENAL ASSIGN TO "DISPQUIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.
           SELECT DISP-SEMANAL ASSIGN TO "DISPSEMA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.
           SELECT CUENTAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NOMI
               FILE STATUS IS CTA-FILE-STATUS.
           SELECT CTACAMB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAMB-LLAVE
               FILE STATUS IS CAMB-FILE-STATUS.
           SELECT EXCEPCIONES ASSIGN TO "EXCEPCION.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-FILE-STATUS.
       COPY HISTREC.

       FD  DISPERSION.
       01  DISP-LINEA PIC X(63).

       FD  DISP-QUINCENAL.
       01  DISPQ-LINEA PIC X(63).

       FD  DISP-SEMANAL.
       01  DISPS-LINEA PIC X(63).

       FD  CUENTAS.
       COPY CTAREC.

       FD  CTACAMB.
       COPY CAMBREC.

       FD  EXCEPCIONES.
       01  EXC-LINEA PIC X(60).

       77  HIST-FILE-STATUS PIC XX VALUE "00".
       77  BANK-FILE-STATUS PIC XX VALUE "00".
       77  CTA-FILE-STATUS PIC XX VALUE "00".
       77  CAMB-FILE-STATUS PIC XX VALUE "00".
       77  EXC-FILE-STATUS PIC XX VALUE "00".
       77  CTL-FILE-STATUS PIC XX VALUE "00".
       77  CAL-FILE-STATUS PIC XX VALUE "00".
       77  WS-SUMA-LOTE PIC 9(13) VALUE 0.
       77  WS-RESP PIC X VALUE "N".

      *--------------------- EXTRACT LINE AND CONTROL FRAME -----------
      * The detail line and the frame are built here and written to
      * the extract file of the period's pay group.
       COPY BANKREC.
       COPY BANKCTL.
       01  WS-LINEA-BANCO PIC X(63) VALUE SPACES.

      *--------------------- PAY GROUP ---------------------------------
       COPY GRUPTAB.
       77  WS-GRUPO PIC X(01) VALUE "M".
       77  WS-GRP-IDX PIC 9 VALUE 0.
       77  WS-GRP-SCAN PIC 9 VALUE 0.

      *--------------------- BATCH CONTROL LINES -----------------------
       01  CTLT-TAB.
           02 CTLT-ENT OCCURS 3 TIMES.
               03 CTLT-SECUENCIA PIC 9(06) VALUE ZEROES.
               03 CTLT-ESTADO    PIC X(01) VALUE "T".
               03 CTLT-PERIODO   PIC 9(06) VALUE ZEROES.
               03 CTLT-GRUPO     PIC X(01) VALUE SPACE.
       77  WS-CTLT-CONT PIC 9 VALUE 0.
       77  WS-CTLT-IDX PIC 9 VALUE 0.
       77  WS-CTLT-SCAN PIC 9 VALUE 0.
       77  WS-CTL-GRUPO PIC X(01) VALUE "M".
       77  WS-LOTE-MAX PIC 9(06) VALUE 0.

       77  WS-FECHA-PAGO PIC 9(08) VALUE 0.

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

       77  WS-CONT-INAC PIC 9(05) VALUE 0.
       77  WS-CTA-FND PIC X VALUE "N".
           88 CTA-FND VALUE "S".
       77  WS-PEND-FND PIC X VALUE "N".
           88 PEND-FND VALUE "S".
       77  WS-CONT-PEND PIC 9(05) VALUE 0.

      *--------------------- CLABE VALIDATION WORK ---------------------
      * Same control-digit rule enforced at entry by 2CTAMNT, applied
           ACCEPT WS-PERIODO.
           IF WS-PERIODO = 0
               DISPLAY "PERIODO INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-CALENDARIO.
           IF WS-CAL-CONT = 0
               DISPLAY "SIN CALENDARIO DE NOMINA, NO SE DISPERSA"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM BUSCA-PERIODO-CAL.
           IF NOT CAL-FND
               DISPLAY "PERIODO NO ESTA EN EL CALENDARIO"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF CAL-TAB-ESTADO(WS-CAL-IDX) NOT = "C"
               DISPLAY "PERIODO NO CERRADO, CIERRE CON 2PERCLS"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE CAL-TAB-PAGO(WS-CAL-IDX) TO WS-FECHA-PAGO.
           MOVE CAL-TAB-GRUPO(WS-CAL-IDX) TO WS-GRUPO.
           PERFORM BUSCA-GRUPO.
           IF WS-GRP-IDX = 0
               DISPLAY "GRUPO DE PAGO DEL PERIODO INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           DISPLAY "GRUPO DE PAGO: " GRP-DESC(WS-GRP-IDX).
           PERFORM LEE-CONTROL-LOTE.
           OPEN INPUT HISTORIAL.
           IF HIST-FILE-STATUS = "35"
               DISPLAY "HISTORIAL NO EXISTE, CIERRE EL PERIODO PRIMERO"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT EMPLOYEES.
           IF EMP-FILE-STATUS = "35"
               DISPLAY "EMPLOYEES NO EXISTE, NADA QUE DISPERSAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CUENTAS.
           IF CTA-FILE-STATUS = "35"
               DISPLAY "CUENTAS NO EXISTE, TODO SALDRA A EXCEPCIONES".
           OPEN INPUT CTACAMB.
           PERFORM ABRE-DISPERSION.
           OPEN OUTPUT EXCEPCIONES.
           PERFORM IMPRIME-ENCABEZADO-EXC.
           PERFORM GRABA-ENCABEZADO-LOTE.
           PERFORM GRABA-PIE-LOTE.
           CLOSE HISTORIAL.
           CLOSE EMPLOYEES.
           PERFORM CIERRA-DISPERSION.
           CLOSE EXCEPCIONES.
           IF CTA-FILE-STATUS NOT = "35"
               CLOSE CUENTAS.
           IF CAMB-FILE-STATUS NOT = "35"
               CLOSE CTACAMB.
           IF WS-CONT-REG = 0 AND WS-CONT-EXC = 0
               AND WS-CONT-INAC = 0
               DISPLAY "PERIODO SIN REGISTROS, CIERRE PRIMERO".
           DISPLAY "EMPLEADOS EN EXCEPCIONES   :", WS-CONT-EXC.
           DISPLAY "INACTIVOS OMITIDOS         :", WS-CONT-INAC.
           DISPLAY "SIN MAESTRO DE EMPLEADOS   :", WS-CONT-SIN-MAE.
           DISPLAY "CON CAMBIO DE CLABE PENDTE :", WS-CONT-PEND.
           PERFORM ACTUALIZA-CONTROL.
           DISPLAY "LOTE GENERADO              :", WS-LOTE.
           STOP RUN.
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

       BUSCA-PERIODO-CAL.
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

      *------------------------- DISPERSION POR GRUPO --------------------
      * Each pay group has its own extract file so the groups can be
      * disbursed independently of each other.
       ABRE-DISPERSION.
           EVALUATE WS-GRUPO
               WHEN "Q"
                   OPEN OUTPUT DISP-QUINCENAL
               WHEN "S"
                   OPEN OUTPUT DISP-SEMANAL
               WHEN OTHER
                   OPEN OUTPUT DISPERSION
           END-EVALUATE.

       GRABA-LINEA-DISP.
           EVALUATE WS-GRUPO
               WHEN "Q"
                   WRITE DISPQ-LINEA FROM WS-LINEA-BANCO
               WHEN "S"
                   WRITE DISPS-LINEA FROM WS-LINEA-BANCO
               WHEN OTHER
                   WRITE DISP-LINEA FROM WS-LINEA-BANCO
           END-EVALUATE.

       CIERRA-DISPERSION.
           EVALUATE WS-GRUPO
               WHEN "Q"
                   CLOSE DISP-QUINCENAL
               WHEN "S"
                   CLOSE DISP-SEMANAL
               WHEN OTHER
                   CLOSE DISPERSION
           END-EVALUATE.

      *------------------------- LEE CONTROL LOTE ------------------------
      * The consecutive batch number lives in LOTECTL.DAT: a previous
      * batch confirmed transmitted ("T") advances the number, one
      * still pending ("G") is only rebuilt under the same number if
      * the operator says so - a transmitted number is never reused.
      * Each pay group has its own line and only its own pending batch
      * is asked about; a new number follows the highest one on the
      * file, whatever its group.
       LEE-CONTROL-LOTE.
           MOVE 0 TO WS-CTLT-CONT.
           MOVE 0 TO WS-LOTE-MAX.
           OPEN INPUT CONTROL-LOTE.
           IF CTL-FILE-STATUS NOT = "35"
               PERFORM UNTIL CTL-FILE-STATUS = "10"
                   READ CONTROL-LOTE
                       AT END MOVE "10" TO CTL-FILE-STATUS
                       NOT AT END PERFORM GUARDA-LINEA-CONTROL
                   END-READ
               END-PERFORM
               CLOSE CONTROL-LOTE
           END-IF.
           MOVE WS-GRUPO TO WS-CTL-GRUPO.
           PERFORM BUSCA-LINEA-CONTROL.
           IF WS-CTLT-IDX > 0
               AND CTLT-ESTADO(WS-CTLT-IDX) = "G"
               DISPLAY "LOTE " CTLT-SECUENCIA(WS-CTLT-IDX)
                   " GENERADO Y NO TRANSMITIDO"
               DISPLAY "REGENERAR CON EL MISMO NUMERO? (S/N):"
               ACCEPT WS-RESP
               IF WS-RESP NOT = "S"
                   DISPLAY "EXTRACTO NO GENERADO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CTLT-SECUENCIA(WS-CTLT-IDX) TO WS-LOTE
           ELSE
               COMPUTE WS-LOTE = WS-LOTE-MAX + 1
           END-IF.

      * A line written before the groups existed has no group and is
      * the monthly group's.
       GUARDA-LINEA-CONTROL.
           MOVE CTL-GRUPO TO WS-CTL-GRUPO.
           IF WS-CTL-GRUPO = SPACE
               MOVE "M" TO WS-CTL-GRUPO.
           IF CTL-SECUENCIA NUMERIC
               IF CTL-SECUENCIA > WS-LOTE-MAX
                   MOVE CTL-SECUENCIA TO WS-LOTE-MAX
               END-IF
               PERFORM BUSCA-LINEA-CONTROL
               IF WS-CTLT-IDX = 0 AND WS-CTLT-CONT < 3
                   ADD 1 TO WS-CTLT-CONT
                   MOVE WS-CTLT-CONT TO WS-CTLT-IDX
               END-IF
               IF WS-CTLT-IDX > 0
                   MOVE CTL-SECUENCIA TO CTLT-SECUENCIA(WS-CTLT-IDX)
                   MOVE CTL-ESTADO TO CTLT-ESTADO(WS-CTLT-IDX)
                   MOVE CTL-PERIODO TO CTLT-PERIODO(WS-CTLT-IDX)
                   MOVE WS-CTL-GRUPO TO CTLT-GRUPO(WS-CTLT-IDX)
               END-IF
           END-IF.

       BUSCA-LINEA-CONTROL.
           MOVE 0 TO WS-CTLT-IDX.
           PERFORM VARYING WS-CTLT-SCAN FROM 1 BY 1
                   UNTIL WS-CTLT-SCAN > WS-CTLT-CONT
               IF CTLT-GRUPO(WS-CTLT-SCAN) = WS-CTL-GRUPO
                   MOVE WS-CTLT-SCAN TO WS-CTLT-IDX
               END-IF
           END-PERFORM.

      *------------------------- GRABA ENCABEZADO LOTE -------------------
       GRABA-ENCABEZADO-LOTE.
           MOVE "H" TO BCAB-TIPO.
           MOVE WS-EMPRESA TO BCAB-EMPRESA.
           MOVE WS-FECHA-HOY TO BCAB-FECHA.
           MOVE WS-LOTE TO BCAB-LOTE.
           MOVE BCAB-REG TO WS-LINEA-BANCO.
           PERFORM GRABA-LINEA-DISP.

      *------------------------- GRABA PIE LOTE --------------------------
       GRABA-PIE-LOTE.
           MOVE "T" TO BPIE-TIPO.
           MOVE WS-CONT-REG TO BPIE-CONT.
           MOVE WS-SUMA-LOTE TO BPIE-SUMA.
           MOVE BPIE-REG TO WS-LINEA-BANCO.
           PERFORM GRABA-LINEA-DISP.

      *------------------------- ACTUALIZA CONTROL -----------------------
      * The batch stays "G" until 2BANKRCN confirms a balanced return
      * for it, which is when it flips to "T". The other groups' lines
      * are written back as they were read.
       ACTUALIZA-CONTROL.
           MOVE WS-GRUPO TO WS-CTL-GRUPO.
           PERFORM BUSCA-LINEA-CONTROL.
           IF WS-CTLT-IDX = 0
               ADD 1 TO WS-CTLT-CONT
               MOVE WS-CTLT-CONT TO WS-CTLT-IDX.
           MOVE WS-LOTE TO CTLT-SECUENCIA(WS-CTLT-IDX).
           MOVE "G" TO CTLT-ESTADO(WS-CTLT-IDX).
           MOVE WS-PERIODO TO CTLT-PERIODO(WS-CTLT-IDX).
           MOVE WS-GRUPO TO CTLT-GRUPO(WS-CTLT-IDX).
           OPEN OUTPUT CONTROL-LOTE.
           PERFORM VARYING WS-CTLT-SCAN FROM 1 BY 1
                   UNTIL WS-CTLT-SCAN > WS-CTLT-CONT
               MOVE CTLT-SECUENCIA(WS-CTLT-SCAN) TO CTL-SECUENCIA
               MOVE CTLT-ESTADO(WS-CTLT-SCAN) TO CTL-ESTADO
               MOVE CTLT-PERIODO(WS-CTLT-SCAN) TO CTL-PERIODO
               MOVE CTLT-GRUPO(WS-CTLT-SCAN) TO CTL-GRUPO
               WRITE CTL-REG
           END-PERFORM.
           CLOSE CONTROL-LOTE.

      *------------------------- RECORRE PERIODO -------------------------
      * The account comes from the CUENTAS master kept by 2CTAMNT; an
      * employee with no account, or whose stored CLABE no longer
      * passes the control-digit check, goes to the exceptions list
      * instead of the extract. A CLABE captured but not yet approved
      * never pays: the employee is paid to the approved account, or
      * listed as ALTA POR AUTORIZAR when there is none.
       GRABA-LINEA-BANCO.
           IF NOT EMP-ACTIVO
               ADD 1 TO WS-CONT-INAC

       ARMA-LINEA-BANCO.
           PERFORM BUSCA-CUENTA.
           PERFORM BUSCA-PENDIENTE.
           IF CTA-FND
               PERFORM VALIDA-CLABE
           ELSE
               MOVE "N" TO WS-CLABE-OK.
           IF CTA-FND AND PEND-FND
               ADD 1 TO WS-CONT-PEND.
           IF NOT CTA-FND
               IF PEND-FND
                   MOVE "ALTA POR AUTORIZAR" TO WS-E-MOTIVO
               ELSE
                   MOVE "SIN CUENTA" TO WS-E-MOTIVO
               END-IF
               PERFORM GRABA-LINEA-EXCEPCION
           ELSE
               IF NOT CLABE-OK
                   MOVE CTA-CLABE TO BANK-CTA
                   MULTIPLY HIST-NETO BY 100 GIVING BANK-IMPORTE
                   MOVE WS-FECHA-PAGO TO BANK-FECHA
                   MOVE BANK-REG TO WS-LINEA-BANCO
                   PERFORM GRABA-LINEA-DISP
                   ADD 1 TO WS-CONT-REG
                   ADD BANK-IMPORTE TO WS-SUMA-LOTE
               END-IF
               END-READ
           END-IF.

      *------------------------- BUSCA PENDIENTE -------------------------
       BUSCA-PENDIENTE.
           MOVE "N" TO WS-PEND-FND.
           IF CAMB-FILE-STATUS NOT = "35"
               MOVE EMP-NOMI TO CAMB-NOMI
               MOVE ZEROES TO CAMB-FEC-CAP
               MOVE ZEROES TO CAMB-HORA-CAP
               START CTACAMB KEY IS NOT LESS THAN CAMB-LLAVE
                   INVALID KEY MOVE "10" TO CAMB-FILE-STATUS
               END-START
               PERFORM UNTIL CAMB-FILE-STATUS = "10"
                   READ CTACAMB NEXT RECORD
                       AT END MOVE "10" TO CAMB-FILE-STATUS
                       NOT AT END
                           IF CAMB-NOMI NOT = EMP-NOMI
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

      *------------------------- GRABA LINEA EXCEPCION -------------------
       GRABA-LINEA-EXCEPCION.
           MOVE EMP-NOMI TO WS-E-NOMI.
