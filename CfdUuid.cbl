      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Folio fiscal loader - reads the stamping provider's
      *          return file (TIMBRES.DAT) for one closed period and
      *          stores each CFDI de nomina's UUID in FOLIOS, keyed by
      *          period + nomina, for 2RECIBOS to print; lines of
      *          another period, of a nomina not paid in the period or
      *          with a malformed UUID are rejected, and the report
      *          CARGAUID.RPT closes with the period's nominas still
      *          without a folio.
      * Tectonics: cobc
      *
      * Modification history:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2CFDUUID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMBRES ASSIGN TO "TIMBRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIMB-FILE-STATUS.
           SELECT FOLIOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOL-LLAVE
               FILE STATUS IS FOL-FILE-STATUS.
           SELECT HISTORIAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-LLAVE
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT CALENDARIO ASSIGN TO "CALEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT REPORTE ASSIGN TO "CARGAUID.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TIMBRES.
       COPY TIMBREC.

       FD  FOLIOS.
       COPY FOLREC.

       FD  HISTORIAL.
       COPY HISTREC.

       FD  CALENDARIO.
       COPY CALREC.

       FD  REPORTE.
       01  RPT-LINEA PIC X(90).

       WORKING-STORAGE SECTION.
       77  TIMB-FILE-STATUS PIC XX VALUE "00".
       77  FOL-FILE-STATUS PIC XX VALUE "00".
       77  HIST-FILE-STATUS PIC XX VALUE "00".
       77  CAL-FILE-STATUS PIC XX VALUE "00".
       77  RPT-FILE-STATUS PIC XX VALUE "00".
       77  WS-PERIODO PIC 9(06) VALUE 0.
       77  WS-FECHA-HOY PIC 9(08) VALUE 0.
       77  WS-PERIODO-EST PIC X(01) VALUE SPACES.

      *--------------------- UUID FORMAT -------------------------------
      * 8-4-4-4-12 hexadecimal digits separated by dashes.
       77  WS-UUID PIC X(36) VALUE SPACES.
       77  WS-UUID-POS PIC 99 VALUE 0.
       77  WS-UUID-OK PIC X VALUE "N".
           88 UUID-OK VALUE "S".

       77  WS-MOTIVO PIC X(20) VALUE SPACES.
       77  WS-CONT-LEIDOS PIC 9(05) VALUE 0.
       77  WS-CONT-NUEVOS PIC 9(05) VALUE 0.
       77  WS-CONT-REEMPL PIC 9(05) VALUE 0.
       77  WS-CONT-IGUALES PIC 9(05) VALUE 0.
       77  WS-CONT-RECHAZ PIC 9(05) VALUE 0.
       77  WS-CONT-SIN-FOL PIC 9(05) VALUE 0.

       77  WS-LINEAS-POR-PAGINA PIC 99 VALUE 20.
       77  WS-LINEA-CONT PIC 99 VALUE 0.
       77  WS-PAGINA-CONT PIC 99 VALUE 0.

       01  WS-DETALLE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-NOMI PIC Z(05)9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-UUID PIC X(36).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-FECHA PIC 9(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-D-MOTIVO PIC X(20).
           02 FILLER PIC X(12) VALUE SPACES.

       01  WS-TOTAL-LIN.
           02 FILLER PIC X(02) VALUE SPACES.
           02 WS-T-ETIQUETA PIC X(30).
           02 WS-T-CONT PIC Z(04)9.
           02 FILLER PIC X(53) VALUE SPACES.
       PROCEDURE DIVISION.

      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           DISPLAY "CARGA DE FOLIOS FISCALES (UUID)".
           DISPLAY "PERIODO CERRADO (AAAAPP):".
           ACCEPT WS-PERIODO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM BUSCA-PERIODO.
           IF WS-PERIODO-EST = SPACES
               DISPLAY "PERIODO NO ESTA EN EL CALENDARIO"
               STOP RUN.
           IF WS-PERIODO-EST NOT = "C"
               DISPLAY "PERIODO NO CERRADO, NO SE PUEDE TIMBRAR"
               STOP RUN.
           OPEN INPUT TIMBRES.
           IF TIMB-FILE-STATUS = "35"
               DISPLAY "TIMBRES.DAT NO EXISTE, NADA QUE CARGAR"
               STOP RUN.
           OPEN INPUT HISTORIAL.
           IF HIST-FILE-STATUS = "35"
               DISPLAY "HISTORIAL NO EXISTE, CIERRE EL PERIODO PRIMERO"
               CLOSE TIMBRES
               STOP RUN.
           OPEN I-O FOLIOS.
           IF FOL-FILE-STATUS = "35"
               OPEN OUTPUT FOLIOS
               CLOSE FOLIOS
               OPEN I-O FOLIOS.
           OPEN OUTPUT REPORTE.
           PERFORM IMPRIME-ENCABEZADO.
           PERFORM UNTIL TIMB-FILE-STATUS = "10"
               READ TIMBRES
                   AT END MOVE "10" TO TIMB-FILE-STATUS
                   NOT AT END PERFORM CARGA-TIMBRE
               END-READ
           END-PERFORM.
           PERFORM LISTA-SIN-FOLIO.
           PERFORM IMPRIME-TOTALES.
           CLOSE TIMBRES.
           CLOSE HISTORIAL.
           CLOSE FOLIOS.
           CLOSE REPORTE.
           DISPLAY "LINEAS LEIDAS     :", WS-CONT-LEIDOS.
           DISPLAY "FOLIOS NUEVOS     :", WS-CONT-NUEVOS.
           DISPLAY "FOLIOS REEMPLAZADOS:", WS-CONT-REEMPL.
           DISPLAY "YA CARGADOS       :", WS-CONT-IGUALES.
           DISPLAY "RECHAZADOS        :", WS-CONT-RECHAZ.
           DISPLAY "NOMINAS SIN FOLIO :", WS-CONT-SIN-FOL.
           DISPLAY "DETALLE EN CARGAUID.RPT".
           STOP RUN.

      *------------------------- CARGA TIMBRE ----------------------------
       CARGA-TIMBRE.
           ADD 1 TO WS-CONT-LEIDOS.
           MOVE TIMB-UUID TO WS-UUID.
           INSPECT WS-UUID CONVERTING "abcdef" TO "ABCDEF".
           MOVE SPACES TO WS-MOTIVO.
           IF TIMB-PERIODO NOT = WS-PERIODO
               MOVE "OTRO PERIODO" TO WS-MOTIVO
           ELSE
               MOVE TIMB-PERIODO TO HIST-PERIODO
               MOVE TIMB-NOMI TO HIST-NOMI
               READ HISTORIAL
                   INVALID KEY MOVE "NO PAGADA EN PERIODO"
                       TO WS-MOTIVO
               END-READ
               MOVE "00" TO HIST-FILE-STATUS
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM VALIDA-UUID
               IF NOT UUID-OK
                   MOVE "UUID INVALIDO" TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-CONT-RECHAZ
           ELSE
               PERFORM GRABA-FOLIO
           END-IF.
           MOVE TIMB-NOMI TO WS-D-NOMI.
           MOVE WS-UUID TO WS-D-UUID.
           MOVE TIMB-FEC-TIMB TO WS-D-FECHA.
           MOVE WS-MOTIVO TO WS-D-MOTIVO.
           PERFORM IMPRIME-DETALLE.

      * A nomina stamped again (a cancelled and re-issued CFDI) keeps
      * only the latest folio.
       GRABA-FOLIO.
           MOVE TIMB-PERIODO TO FOL-PERIODO.
           MOVE TIMB-NOMI TO FOL-NOMI.
           READ FOLIOS
               INVALID KEY MOVE "23" TO FOL-FILE-STATUS
           END-READ.
           IF FOL-FILE-STATUS = "23"
               MOVE "00" TO FOL-FILE-STATUS
               MOVE WS-UUID TO FOL-UUID
               MOVE TIMB-FEC-TIMB TO FOL-FEC-TIMB
               MOVE WS-FECHA-HOY TO FOL-FEC-CARGA
               WRITE FOL-REG
               ADD 1 TO WS-CONT-NUEVOS
               MOVE "CARGADO" TO WS-MOTIVO
           ELSE
               IF FOL-UUID = WS-UUID
                   ADD 1 TO WS-CONT-IGUALES
                   MOVE "YA CARGADO" TO WS-MOTIVO
               ELSE
                   MOVE WS-UUID TO FOL-UUID
                   MOVE TIMB-FEC-TIMB TO FOL-FEC-TIMB
                   MOVE WS-FECHA-HOY TO FOL-FEC-CARGA
                   REWRITE FOL-REG
                   ADD 1 TO WS-CONT-REEMPL
                   MOVE "REEMPLAZADO" TO WS-MOTIVO
               END-IF
           END-IF.

       VALIDA-UUID.
           MOVE "S" TO WS-UUID-OK.
           PERFORM VARYING WS-UUID-POS FROM 1 BY 1
                   UNTIL WS-UUID-POS > 36
               IF WS-UUID-POS = 9 OR WS-UUID-POS = 14
                   OR WS-UUID-POS = 19 OR WS-UUID-POS = 24
                   IF WS-UUID(WS-UUID-POS:1) NOT = "-"
                       MOVE "N" TO WS-UUID-OK
                   END-IF
               ELSE
                   IF WS-UUID(WS-UUID-POS:1) IS NOT NUMERIC
                       AND (WS-UUID(WS-UUID-POS:1) < "A"
                         OR WS-UUID(WS-UUID-POS:1) > "F")
                       MOVE "N" TO WS-UUID-OK
                   END-IF
               END-IF
           END-PERFORM.

      *------------------------- LISTA SIN FOLIO -------------------------
      * Every nomina paid in the period should come back stamped; the
      * ones still missing are listed for follow-up with the provider.
       LISTA-SIN-FOLIO.
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
                           PERFORM VERIFICA-FOLIO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO HIST-FILE-STATUS.

       VERIFICA-FOLIO.
           MOVE HIST-PERIODO TO FOL-PERIODO.
           MOVE HIST-NOMI TO FOL-NOMI.
           READ FOLIOS
               INVALID KEY MOVE "23" TO FOL-FILE-STATUS
           END-READ.
           IF FOL-FILE-STATUS = "23"
               MOVE "00" TO FOL-FILE-STATUS
               ADD 1 TO WS-CONT-SIN-FOL
               MOVE HIST-NOMI TO WS-D-NOMI
               MOVE HIST-NOMB TO WS-D-UUID
               MOVE ZEROES TO WS-D-FECHA
               MOVE "SIN TIMBRAR" TO WS-D-MOTIVO
               PERFORM IMPRIME-DETALLE
           END-IF.

      *------------------------- BUSCA PERIODO ---------------------------
       BUSCA-PERIODO.
           OPEN INPUT CALENDARIO.
           IF CAL-FILE-STATUS = "35"
               DISPLAY "CALEND.DAT NO ENCONTRADO"
           ELSE
               PERFORM UNTIL CAL-FILE-STATUS = "10"
                   READ CALENDARIO
                       AT END MOVE "10" TO CAL-FILE-STATUS
                       NOT AT END
                           IF CAL-PERIODO = WS-PERIODO
                               MOVE CAL-ESTADO TO WS-PERIODO-EST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO.

      *------------------------- REPORT ----------------------------------
       IMPRIME-DETALLE.
           IF WS-LINEA-CONT >= WS-LINEAS-POR-PAGINA
               PERFORM IMPRIME-ENCABEZADO.
           WRITE RPT-LINEA FROM WS-DETALLE.
           ADD 1 TO WS-LINEA-CONT.

       IMPRIME-ENCABEZADO.
           ADD 1 TO WS-PAGINA-CONT.
           MOVE 0 TO WS-LINEA-CONT.
           MOVE SPACES TO RPT-LINEA.
           STRING "CARGA DE FOLIOS FISCALES - PERIODO " DELIMITED
                  BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  "  FECHA: " DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
                  "  PAGINA: " DELIMITED BY SIZE
                  WS-PAGINA-CONT DELIMITED BY SIZE
                  INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "  NOMINA  FOLIO FISCAL (UUID)" DELIMITED BY SIZE
                  "                FEC TIMB  RESULTADO"
                  DELIMITED BY SIZE
                  INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE ALL "-" TO RPT-LINEA.
           WRITE RPT-LINEA.

       IMPRIME-TOTALES.
           MOVE ALL "-" TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "LINEAS LEIDAS" TO WS-T-ETIQUETA.
           MOVE WS-CONT-LEIDOS TO WS-T-CONT.
           WRITE RPT-LINEA FROM WS-TOTAL-LIN.
           MOVE "FOLIOS NUEVOS" TO WS-T-ETIQUETA.
           MOVE WS-CONT-NUEVOS TO WS-T-CONT.
           WRITE RPT-LINEA FROM WS-TOTAL-LIN.
           MOVE "FOLIOS REEMPLAZADOS" TO WS-T-ETIQUETA.
           MOVE WS-CONT-REEMPL TO WS-T-CONT.
           WRITE RPT-LINEA FROM WS-TOTAL-LIN.
           MOVE "YA CARGADOS" TO WS-T-ETIQUETA.
           MOVE WS-CONT-IGUALES TO WS-T-CONT.
           WRITE RPT-LINEA FROM WS-TOTAL-LIN.
           MOVE "RECHAZADOS" TO WS-T-ETIQUETA.
           MOVE WS-CONT-RECHAZ TO WS-T-CONT.
           WRITE RPT-LINEA FROM WS-TOTAL-LIN.
           MOVE "NOMINAS DEL PERIODO SIN FOLIO" TO WS-T-ETIQUETA.
           MOVE WS-CONT-SIN-FOL TO WS-T-CONT.
           WRITE RPT-LINEA FROM WS-TOTAL-LIN.

       END PROGRAM 2CFDUUID.
