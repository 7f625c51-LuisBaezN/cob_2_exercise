      * Tectonics: cobc
      *
      * Modification history:
      * 15/10/26 - The liability credits now come from the period's
      *            DEDHIST snapshot taken by 2PERCLS at close, so a
      *            rerun reproduces the journal as paid; periods closed
      *            before the snapshot existed still read DEDUCCION.
      * 15/10/26 - Every journal written is logged to POLLOG.DAT so a
      *            period already sent to accounting cannot be
      *            reopened by 2PERREAB.
      * 15/10/26 - A journal not emitted (unbalanced, unmapped account,
      *            no history) ends with RETURN-CODE 8 for the
      *            month-end driver 2CIERMES.
      * 15/10/26 - Calendar table widened to 200 periods, enough for
      *            a full year of every pay group (12 months, 24
      *            quincenas and 52 weeks).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2POLIZA.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-LLAVE
               FILE STATUS IS DED-FILE-STATUS.
           SELECT DEDHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEDH-LLAVE
               FILE STATUS IS DEDH-FILE-STATUS.
           SELECT MAPA-CUENTAS ASSIGN TO "CONTMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAP-FILE-STATUS.
           SELECT POLIZA ASSIGN TO "POLIZA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POL-FILE-STATUS.
           SELECT BITACORA-POLIZA ASSIGN TO "POLLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLOG-FILE-STATUS.
           SELECT REPORTE ASSIGN TO "POLIZA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       FD  DEDUCCION.
       COPY DEDREC.

       FD  DEDHIST.
       COPY DEDHREC.

       FD  MAPA-CUENTAS.
       COPY MAPREC.

       FD  POLIZA.
       COPY POLREC.

       FD  BITACORA-POLIZA.
       COPY PLOGREC.

       FD  REPORTE.
       01  RPT-LINEA PIC X(83).

       WORKING-STORAGE SECTION.
       77  HIST-FILE-STATUS PIC XX VALUE "00".
       77  DED-FILE-STATUS PIC XX VALUE "00".
       77  DEDH-FILE-STATUS PIC XX VALUE "00".
       77  MAP-FILE-STATUS PIC XX VALUE "00".
       77  CAL-FILE-STATUS PIC XX VALUE "00".
       77  POL-FILE-STATUS PIC XX VALUE "00".
       77  PLOG-FILE-STATUS PIC XX VALUE "00".
       77  RPT-FILE-STATUS PIC XX VALUE "00".
       77  WS-PERIODO PIC 9(06) VALUE 0.
       77  WS-ERR PIC 9 VALUE 0.
       77  WS-HAY-DEDH PIC X VALUE "N".
           88 HAY-DEDH VALUE "S".
       77  WS-DED-COD PIC X(03) VALUE SPACES.
       77  WS-DED-IMP PIC 9(05)V99 VALUE 0.

      *--------------------- ACCOUNT MAPPING TABLE ---------------------
       01  MAP-TAB.

      *--------------------- PAYROLL CALENDAR --------------------------
       01  CAL-TAB.
           02 CAL-ENT OCCURS 200 TIMES.
               03 CAL-TAB-PERIODO PIC 9(06) VALUE ZEROES.
               03 CAL-TAB-ESTADO  PIC X(01) VALUE "F".
               03 CAL-TAB-GRUPO   PIC X(01) VALUE "M".
       77  WS-CAL-CONT PIC 999 VALUE 0.
       77  WS-CAL-IDX PIC 999 VALUE 0.
       77  WS-CAL-SCAN PIC 999 VALUE 0.
       77  WS-CAL-FND PIC X VALUE "N".
           88 CAL-FND VALUE "S".

           ACCEPT WS-PERIODO.
           IF WS-PERIODO = 0
               DISPLAY "PERIODO INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM CARGA-CALENDARIO.
           IF WS-CAL-CONT > 0
               PERFORM BUSCA-PERIODO-CAL
               IF NOT CAL-FND
                   DISPLAY "PERIODO NO ESTA EN EL CALENDARIO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF CAL-TAB-ESTADO(WS-CAL-IDX) NOT = "C"
                   DISPLAY "PERIODO NO CERRADO, CIERRE CON 2PERCLS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM CARGA-MAPA-CUENTAS.
           IF WS-MAP-CONT = 0
               DISPLAY "CONTMAP.DAT NO ENCONTRADO O VACIO"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT HISTORIAL.
           IF HIST-FILE-STATUS = "35"
               DISPLAY "HISTORIAL NO EXISTE, CIERRE UN PERIODO PRIMERO"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT DEDUCCION.
           PERFORM ABRE-DED-HISTORIAL.
           PERFORM ACUMULA-PERIODO.
           CLOSE HISTORIAL.
           IF DED-FILE-STATUS NOT = "35"
               CLOSE DEDUCCION.
           IF DEDH-FILE-STATUS NOT = "35"
               CLOSE DEDHIST.
           IF WS-CONT-HIST = 0
               DISPLAY "PERIODO SIN REGISTROS HISTORIADOS"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM VERIFICA-MAPA.
           IF WS-ERR NOT = 0
               DISPLAY "CUENTAS FALTANTES EN CONTMAP.DAT, NO SE EMITE"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM CALCULA-TOTALES.
           IF WS-TOT-CARGOS NOT = WS-TOT-ABONOS
               DISPLAY "CARGOS:", WS-TOT-CARGOS
               DISPLAY "ABONOS:", WS-TOT-ABONOS
               DISPLAY "REVISE DEDUCCION CONTRA HIST-DEDU"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT POLIZA.
           OPEN OUTPUT REPORTE.
           PERFORM IMPRIME-TOTALES.
           CLOSE POLIZA.
           CLOSE REPORTE.
           PERFORM REGISTRA-EXPORTACION.
           DISPLAY "LINEAS DE POLIZA EMITIDAS:", WS-CONT-LINEAS.
           DISPLAY "POLIZA CUADRADA POR      :", WS-TOT-CARGOS.
           STOP RUN.
      * One pass over the period's HISTORIAL: HIST-PERC accumulates
      * into the department's expense bucket and HIST-NETO into the
      * bank credit; the employee's DEDUCCION detail lines accumulate
      * into one bucket per TDED-COD. The detail is the period's own
      * DEDHIST snapshot when it has one, otherwise the living one -
      * the balance check below catches any drift against HIST-DEDU.
       ACUMULA-PERIODO.
           MOVE WS-PERIODO TO HIST-PERIODO.
           ADD 1 TO WS-CONT-HIST.
           PERFORM ACUMULA-GASTO-DEPTO.
           ADD HIST-NETO TO WS-TOT-NETO.
           PERFORM ACUMULA-DED-NOMINA.

       ACUMULA-GASTO-DEPTO.
           MOVE "N" TO WS-BUC-FND.
           IF WS-DEP-BUC-IDX > 0
               ADD HIST-PERC TO DEP-BUC-IMP(WS-DEP-BUC-IDX).

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

       ACUMULA-DED-NOMINA.
           IF HAY-DEDH
               PERFORM ACUMULA-DEDH-NOMINA
           ELSE
               IF DED-FILE-STATUS NOT = "35"
                   PERFORM ACUMULA-DED-VIGENTE
               END-IF
           END-IF.

       ACUMULA-DEDH-NOMINA.
           MOVE WS-PERIODO TO DEDH-PERIODO.
           MOVE HIST-NOMI TO DEDH-NOMI.
           MOVE LOW-VALUES TO DEDH-COD.
           START DEDHIST KEY IS NOT LESS THAN DEDH-LLAVE
               INVALID KEY MOVE "10" TO DEDH-FILE-STATUS
           END-START.
           PERFORM UNTIL DEDH-FILE-STATUS = "10"
               READ DEDHIST NEXT RECORD
                   AT END MOVE "10" TO DEDH-FILE-STATUS
                   NOT AT END
                       IF DEDH-PERIODO NOT = WS-PERIODO
                           OR DEDH-NOMI NOT = HIST-NOMI
                           MOVE "10" TO DEDH-FILE-STATUS
                       ELSE
                           MOVE DEDH-COD TO WS-DED-COD
                           MOVE DEDH-IMPORTE TO WS-DED-IMP
                           PERFORM ACUMULA-LINEA-DED
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO DEDH-FILE-STATUS.

       ACUMULA-DED-VIGENTE.
           MOVE HIST-NOMI TO DED-NOMI.
           MOVE LOW-VALUES TO DED-COD.
           START DEDUCCION KEY IS NOT LESS THAN DED-LLAVE
                       IF DED-NOMI NOT = HIST-NOMI
                           MOVE "10" TO DED-FILE-STATUS
                       ELSE
                           MOVE DED-COD TO WS-DED-COD
                           MOVE DED-IMPORTE TO WS-DED-IMP
                           PERFORM ACUMULA-LINEA-DED
                       END-IF
               END-READ
           MOVE "N" TO WS-BUC-FND.
           PERFORM VARYING WS-BUC-SCAN FROM 1 BY 1
                   UNTIL WS-BUC-SCAN > WS-DED-BUC-CONT
               IF DED-BUC-COD(WS-BUC-SCAN) = WS-DED-COD
                   MOVE "S" TO WS-BUC-FND
                   MOVE WS-BUC-SCAN TO WS-DED-BUC-IDX
               END-IF
               IF WS-DED-BUC-CONT < 20
                   ADD 1 TO WS-DED-BUC-CONT
                   MOVE WS-DED-BUC-CONT TO WS-DED-BUC-IDX
                   MOVE WS-DED-COD TO DED-BUC-COD(WS-DED-BUC-IDX)
               ELSE
                   DISPLAY "TABLA DE TIPOS DE DEDUCCION LLENA"
                   MOVE 0 TO WS-DED-BUC-IDX
               END-IF
           END-IF.
           IF WS-DED-BUC-IDX > 0
               ADD WS-DED-IMP TO DED-BUC-IMP(WS-DED-BUC-IDX).

      *------------------------- VERIFICA MAPA ---------------------------
      * Every bucket must map to a ledger account before anything is
                  WS-PERIODO DELIMITED BY SIZE
                  INTO POL-REF.

      *------------------------- REGISTRA EXPORTACION --------------------
      * Appends the export to POLLOG.DAT; the log is what marks the
      * period as already handed to accounting.
       REGISTRA-EXPORTACION.
           OPEN EXTEND BITACORA-POLIZA.
           IF PLOG-FILE-STATUS = "35"
               OPEN OUTPUT BITACORA-POLIZA.
           MOVE WS-PERIODO TO PLOG-PERIODO.
           ACCEPT PLOG-FECHA FROM DATE YYYYMMDD.
           ACCEPT PLOG-HORA FROM TIME.
           MOVE WS-CONT-LINEAS TO PLOG-LINEAS.
           MOVE WS-TOT-CARGOS TO PLOG-IMPORTE.
           WRITE PLOG-REG.
           CLOSE BITACORA-POLIZA.

      *------------------------- BUSCA MAPA ------------------------------
       BUSCA-MAPA.
           MOVE "N" TO WS-MAP-FND.
               CLOSE CALENDARIO.

       GUARDA-PERIODO-CAL.
           IF WS-CAL-CONT < 200
               ADD 1 TO WS-CAL-CONT
               MOVE CAL-PERIODO TO CAL-TAB-PERIODO(WS-CAL-CONT)
               MOVE CAL-ESTADO TO CAL-TAB-ESTADO(WS-CAL-CONT)
               MOVE CAL-GRUPO TO CAL-TAB-GRUPO(WS-CAL-CONT)
           END-IF.

       BUSCA-PERIODO-CAL.
