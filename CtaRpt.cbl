      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Bank account change report - lists every CLABE alta
      *          or change on CTACAMB captured or resolved within one
      *          payroll period (dates from CALEND.DAT, the monthly
      *          group's open period by default) with the old and
      *          new CLABE, the operator who captured it, and who
      *          approved or rejected it and when, to CTACAMB.RPT, so
      *          the dual-authorization trail can be reviewed each
      *          period.
      * Tectonics: cobc
      *
      * Modification history:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2CTARPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTACAMB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAMB-LLAVE
               FILE STATUS IS CAMB-FILE-STATUS.
           SELECT EMPLOYEES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NOMI
               FILE STATUS IS EMP-FILE-STATUS.
           SELECT CALENDARIO ASSIGN TO "CALEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT REPORTE ASSIGN TO "CTACAMB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTACAMB.
       COPY CAMBREC.

       FD  EMPLOYEES.
       COPY EMPREG.

       FD  CALENDARIO.
       COPY CALREC.

       FD  REPORTE.
       01  RPT-LINEA PIC X(120).

       WORKING-STORAGE SECTION.
       77  CAMB-FILE-STATUS PIC XX VALUE "00".
       77  EMP-FILE-STATUS PIC XX VALUE "00".
       77  CAL-FILE-STATUS PIC XX VALUE "00".
       77  RPT-FILE-STATUS PIC XX VALUE "00".
       77  WS-PERIODO PIC 9(06) VALUE 0.
       77  WS-FEC-INI PIC 9(08) VALUE 0.
       77  WS-FEC-FIN PIC 9(08) VALUE 0.
       77  WS-PER-FND PIC X VALUE "N".
           88 PER-FND VALUE "S".
       77  WS-NOMB PIC X(20) VALUE SPACES.
       77  WS-CONT-CAMB PIC 9(05) VALUE 0.
       77  WS-CONT-AUT PIC 9(05) VALUE 0.
       77  WS-CONT-RECH PIC 9(05) VALUE 0.
       77  WS-CONT-PEND PIC 9(05) VALUE 0.

       77  WS-LINEAS-POR-PAGINA PIC 99 VALUE 20.
       77  WS-LINEA-CONT PIC 99 VALUE 0.
       77  WS-PAGINA-CONT PIC 99 VALUE 0.

       01  WS-DETALLE.
           02 WS-D-NOMI PIC 9(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-NOMB PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-TIPO PIC X(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-CLABE-ANT PIC X(18).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-CLABE-NVA PIC X(18).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-OPER-CAP PIC X(08).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-FEC-CAP PIC 9(08).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-ESTADO PIC X(10).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-OPER-AUT PIC X(08).
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-D-FEC-AUT PIC X(08).
       PROCEDURE DIVISION.

      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           DISPLAY "CAMBIOS DE CUENTA BANCARIA DEL PERIODO".
           DISPLAY "PERIODO (AAAAPP, 0 = PERIODO MENSUAL ABIERTO):".
           ACCEPT WS-PERIODO.
           PERFORM BUSCA-PERIODO.
           IF NOT PER-FND
               DISPLAY "PERIODO NO ENCONTRADO EN CALEND.DAT"
               STOP RUN.
           OPEN INPUT CTACAMB.
           IF CAMB-FILE-STATUS = "35"
               DISPLAY "CTACAMB NO EXISTE, SIN CAMBIOS CAPTURADOS"
               STOP RUN.
           OPEN INPUT EMPLOYEES.
           OPEN OUTPUT REPORTE.
           PERFORM IMPRIME-ENCABEZADO.
           PERFORM UNTIL CAMB-FILE-STATUS = "10"
               READ CTACAMB NEXT RECORD
                   AT END MOVE "10" TO CAMB-FILE-STATUS
                   NOT AT END PERFORM EVALUA-CAMBIO
               END-READ
           END-PERFORM.
           PERFORM IMPRIME-TOTALES.
           CLOSE REPORTE.
           CLOSE CTACAMB.
           IF EMP-FILE-STATUS NOT = "35"
               CLOSE EMPLOYEES.
           DISPLAY "CAMBIOS DEL PERIODO:", WS-CONT-CAMB.
           DISPLAY "REPORTE EN CTACAMB.RPT".
           STOP RUN.

      *------------------------- BUSCA PERIODO ---------------------------
      * The period's date range comes from the calendar; period zero
      * takes the monthly group's open period (a quincena or a week
      * is asked for by its number).
       BUSCA-PERIODO.
           MOVE "N" TO WS-PER-FND.
           OPEN INPUT CALENDARIO.
           IF CAL-FILE-STATUS = "35"
               DISPLAY "CALEND.DAT NO ENCONTRADO"
           ELSE
               PERFORM UNTIL CAL-FILE-STATUS = "10"
                   READ CALENDARIO
                       AT END MOVE "10" TO CAL-FILE-STATUS
                       NOT AT END
                           IF (WS-PERIODO = 0 AND CAL-ABIERTO
                                   AND CAL-MENSUAL)
                               OR (WS-PERIODO NOT = 0
                                   AND CAL-PERIODO = WS-PERIODO)
                               MOVE "S" TO WS-PER-FND
                               MOVE CAL-PERIODO TO WS-PERIODO
                               MOVE CAL-FEC-INI TO WS-FEC-INI
                               MOVE CAL-FEC-FIN TO WS-FEC-FIN
                               MOVE "10" TO CAL-FILE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO.

      *------------------------- EVALUA CAMBIO ---------------------------
      * A request belongs to the period when it was captured in it or
      * approved / rejected in it, so a change captured at the end of
      * one period and resolved in the next shows on both.
       EVALUA-CAMBIO.
           IF (CAMB-FEC-CAP NOT < WS-FEC-INI
               AND CAMB-FEC-CAP NOT > WS-FEC-FIN)
               OR (CAMB-FEC-AUT NOT < WS-FEC-INI
               AND CAMB-FEC-AUT NOT > WS-FEC-FIN)
               PERFORM IMPRIME-CAMBIO
           END-IF.

       IMPRIME-CAMBIO.
           IF WS-LINEA-CONT >= WS-LINEAS-POR-PAGINA
               PERFORM IMPRIME-ENCABEZADO.
           MOVE CAMB-NOMI TO WS-D-NOMI.
           PERFORM BUSCA-NOMBRE.
           MOVE WS-NOMB TO WS-D-NOMB.
           IF CAMB-ALTA
               MOVE "ALTA" TO WS-D-TIPO
           ELSE
               MOVE "CAMBIO" TO WS-D-TIPO.
           MOVE CAMB-CLABE-ANT TO WS-D-CLABE-ANT.
           MOVE CAMB-CLABE-NVA TO WS-D-CLABE-NVA.
           MOVE CAMB-OPER-CAP TO WS-D-OPER-CAP.
           MOVE CAMB-FEC-CAP TO WS-D-FEC-CAP.
           MOVE CAMB-OPER-AUT TO WS-D-OPER-AUT.
           EVALUATE TRUE
               WHEN CAMB-AUTORIZADO
                   MOVE "AUTORIZADO" TO WS-D-ESTADO
                   MOVE CAMB-FEC-AUT TO WS-D-FEC-AUT
                   ADD 1 TO WS-CONT-AUT
               WHEN CAMB-RECHAZADO
                   MOVE "RECHAZADO" TO WS-D-ESTADO
                   MOVE CAMB-FEC-AUT TO WS-D-FEC-AUT
                   ADD 1 TO WS-CONT-RECH
               WHEN OTHER
                   MOVE "PENDIENTE" TO WS-D-ESTADO
                   MOVE SPACES TO WS-D-FEC-AUT
                   ADD 1 TO WS-CONT-PEND
           END-EVALUATE.
           WRITE RPT-LINEA FROM WS-DETALLE.
           ADD 1 TO WS-LINEA-CONT.
           ADD 1 TO WS-CONT-CAMB.

      *------------------------- BUSCA NOMBRE ----------------------------
       BUSCA-NOMBRE.
           MOVE SPACES TO WS-NOMB.
           IF EMP-FILE-STATUS NOT = "35"
               MOVE CAMB-NOMI TO EMP-NOMI
               READ EMPLOYEES
                   INVALID KEY MOVE "NO EN EMPLEADOS" TO WS-NOMB
                   NOT INVALID KEY MOVE EMP-NOMB TO WS-NOMB
               END-READ
           END-IF.

      *------------------------- IMPRIME ENCABEZADO ----------------------
       IMPRIME-ENCABEZADO.
           ADD 1 TO WS-PAGINA-CONT.
           MOVE 0 TO WS-LINEA-CONT.
           MOVE SPACES TO RPT-LINEA.
           STRING "CAMBIOS DE CUENTA BANCARIA - PERIODO " DELIMITED
                  BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-FEC-INI DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-FEC-FIN DELIMITED BY SIZE
                  ")  PAGINA: " DELIMITED BY SIZE
                  WS-PAGINA-CONT DELIMITED BY SIZE
                  INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "NOMINA NOMBRE               TIPO   CLABE ANTERIOR"
                  DELIMITED BY SIZE
                  "     CLABE NUEVA        CAPTURO  FEC.CAP  ESTADO"
                  DELIMITED BY SIZE
                  "     AUTORIZO FEC.AUT" DELIMITED BY SIZE
                  INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE ALL "-" TO RPT-LINEA.
           WRITE RPT-LINEA.

      *------------------------- IMPRIME TOTALES -------------------------
       IMPRIME-TOTALES.
           MOVE ALL "-" TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "CAMBIOS: " DELIMITED BY SIZE
                  WS-CONT-CAMB DELIMITED BY SIZE
                  "  AUTORIZADOS: " DELIMITED BY SIZE
                  WS-CONT-AUT DELIMITED BY SIZE
                  "  RECHAZADOS: " DELIMITED BY SIZE
                  WS-CONT-RECH DELIMITED BY SIZE
                  "  PENDIENTES: " DELIMITED BY SIZE
                  WS-CONT-PEND DELIMITED BY SIZE
                  INTO RPT-LINEA.
           WRITE RPT-LINEA.

       END PROGRAM 2CTARPT.
