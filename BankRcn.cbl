      *            before any detail matching starts; a balanced
      *            reconciliation marks the batch transmitted in
      *            LOTECTL.DAT so 2BANKEXT advances the consecutive.
      * 15/10/26 - Pay groups: the operator names the group whose
      *            return is reconciled; its extract is read from the
      *            group's file (DISPERSION.DAT, DISPQUIN.DAT or
      *            DISPSEMA.DAT) and only the group's LOTECTL.DAT line
      *            is marked transmitted, the other lines kept as read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2BANKRCN.
           SELECT DISPERSION ASSIGN TO "DISPERSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.
           SELECT DISP-QUINCENAL ASSIGN TO "DISPQUIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.
           SELECT DISP-SEMANAL ASSIGN TO "DISPSEMA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-FILE-STATUS.
           SELECT RETORNO ASSIGN TO "RETORNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RET-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DISPERSION.
       01  DISP-LINEA PIC X(63).

       FD  DISP-QUINCENAL.
       01  DISPQ-LINEA PIC X(63).

       FD  DISP-SEMANAL.
       01  DISPS-LINEA PIC X(63).

       FD  RETORNO.
       COPY RETREC.
       77  RPT-FILE-STATUS PIC XX VALUE "00".
       77  CTL-FILE-STATUS PIC XX VALUE "00".

      *--------------------- EXTRACT LINE AND CONTROL FRAME -----------
       COPY BANKREC.
       COPY BANKCTL.
       77  WS-ARCHIVO-EXT PIC X(14) VALUE "DISPERSION.DAT".

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
       77  WS-HAY-CAB PIC X VALUE "N".
           88 HAY-CAB VALUE "S".
       77  WS-HAY-PIE PIC X VALUE "N".
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           DISPLAY "CONCILIACION DE RETORNO BANCARIO".
           DISPLAY "GRUPO DE PAGO (M=MENSUAL Q=QUINCENAL S=SEMANAL):".
           ACCEPT WS-GRUPO.
           PERFORM BUSCA-GRUPO.
           IF WS-GRP-IDX = 0
               DISPLAY "GRUPO DE PAGO INVALIDO"
               STOP RUN.
           EVALUATE WS-GRUPO
               WHEN "Q"
                   MOVE "DISPQUIN.DAT" TO WS-ARCHIVO-EXT
               WHEN "S"
                   MOVE "DISPSEMA.DAT" TO WS-ARCHIVO-EXT
               WHEN OTHER
                   MOVE "DISPERSION.DAT" TO WS-ARCHIVO-EXT
           END-EVALUATE.
           PERFORM CARGA-EXTRACTO.
           OPEN INPUT RETORNO.
           IF RET-FILE-STATUS = "35"

      *------------------------- CARGA EXTRACTO --------------------------
       CARGA-EXTRACTO.
           PERFORM ABRE-EXTRACTO.
           IF BANK-FILE-STATUS = "35"
               DISPLAY WS-ARCHIVO-EXT " NO EXISTE, CORRA 2BANKEXT"
               STOP RUN.
           PERFORM UNTIL BANK-FILE-STATUS = "10"
               PERFORM LEE-LINEA-EXT
               IF BANK-FILE-STATUS NOT = "10"
                   PERFORM GUARDA-LINEA-EXT
               END-IF
           END-PERFORM.
           PERFORM CIERRA-EXTRACTO.
           IF WS-EXT-CONT = 0
               DISPLAY "EXTRACTO VACIO, NADA QUE CONCILIAR"
               STOP RUN.
               END-IF
           END-IF.

      *------------------------- EXTRACTO POR GRUPO ----------------------
      * Each pay group's batch travels in its own extract file.
       ABRE-EXTRACTO.
           EVALUATE WS-GRUPO
               WHEN "Q"
                   OPEN INPUT DISP-QUINCENAL
               WHEN "S"
                   OPEN INPUT DISP-SEMANAL
               WHEN OTHER
                   OPEN INPUT DISPERSION
           END-EVALUATE.

       LEE-LINEA-EXT.
           EVALUATE WS-GRUPO
               WHEN "Q"
                   READ DISP-QUINCENAL INTO BANK-REG
                       AT END MOVE "10" TO BANK-FILE-STATUS
                   END-READ
               WHEN "S"
                   READ DISP-SEMANAL INTO BANK-REG
                       AT END MOVE "10" TO BANK-FILE-STATUS
                   END-READ
               WHEN OTHER
                   READ DISPERSION INTO BANK-REG
                       AT END MOVE "10" TO BANK-FILE-STATUS
                   END-READ
           END-EVALUATE.

       CIERRA-EXTRACTO.
           EVALUATE WS-GRUPO
               WHEN "Q"
                   CLOSE DISP-QUINCENAL
               WHEN "S"
                   CLOSE DISP-SEMANAL
               WHEN OTHER
                   CLOSE DISPERSION
           END-EVALUATE.

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

      *------------------------- VERIFICA RETORNO ------------------------
      * Before any detail matching the whole return file is counted
      * and summed against the extract's trailer: fewer records than
      *------------------------- MARCA LOTE TRANSMITIDO ------------------
      * A balanced reconciliation is the proof the batch reached the
      * bank, so the control record flips to "T" and 2BANKEXT will
      * advance to the next consecutive number. Only the group's own
      * line changes; the other groups' lines are written back as read.
       MARCA-LOTE-TRANSMITIDO.
           MOVE 0 TO WS-CTLT-CONT.
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
               IF CTLT-SECUENCIA(WS-CTLT-IDX) = BCAB-LOTE
                   MOVE "T" TO CTLT-ESTADO(WS-CTLT-IDX)
                   PERFORM REGRABA-CONTROL
                   DISPLAY "LOTE " BCAB-LOTE
                       " MARCADO COMO TRANSMITIDO"
               END-IF
           END-IF.

      * A line written before the groups existed has no group and is
      * the monthly group's.
       GUARDA-LINEA-CONTROL.
           MOVE CTL-GRUPO TO WS-CTL-GRUPO.
           IF WS-CTL-GRUPO = SPACE
               MOVE "M" TO WS-CTL-GRUPO.
           PERFORM BUSCA-LINEA-CONTROL.
           IF WS-CTLT-IDX = 0 AND WS-CTLT-CONT < 3
               ADD 1 TO WS-CTLT-CONT
               MOVE WS-CTLT-CONT TO WS-CTLT-IDX.
           IF WS-CTLT-IDX > 0
               MOVE CTL-SECUENCIA TO CTLT-SECUENCIA(WS-CTLT-IDX)
               MOVE CTL-ESTADO TO CTLT-ESTADO(WS-CTLT-IDX)
               MOVE CTL-PERIODO TO CTLT-PERIODO(WS-CTLT-IDX)
               MOVE WS-CTL-GRUPO TO CTLT-GRUPO(WS-CTLT-IDX).

       BUSCA-LINEA-CONTROL.
           MOVE 0 TO WS-CTLT-IDX.
           PERFORM VARYING WS-CTLT-SCAN FROM 1 BY 1
                   UNTIL WS-CTLT-SCAN > WS-CTLT-CONT
               IF CTLT-GRUPO(WS-CTLT-SCAN) = WS-CTL-GRUPO
                   MOVE WS-CTLT-SCAN TO WS-CTLT-IDX
               END-IF
           END-PERFORM.

       REGRABA-CONTROL.
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

      * The control frame written by 2BANKEXT travels inside the
      * extract: the header and trailer are peeled off here and the
      * trailer totals are verified against what was actually loaded.
