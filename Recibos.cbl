      *            calendar (CALEND.DAT); when the operator leaves
      *            the pay date at zero it now defaults to the
      *            period's scheduled pay date instead of today.
      * 15/10/26 - A closed period's deduction lines now come from the
      *            DEDHIST snapshot 2PERCLS takes at close, so a
      *            reprint shows what was actually deducted; periods
      *            closed before the snapshot existed still show the
      *            living DEDUCCION detail.
      * 15/10/26 - A run that cannot print ends with RETURN-CODE 8 for
      *            the month-end driver 2CIERMES.
      * 15/10/26 - A closed period's recibo prints the folio fiscal
      *            (UUID) of its stamped CFDI de nomina from FOLIOS,
      *            or SIN TIMBRAR while the provider has not returned
      *            it.
      * 15/10/26 - Pay groups: a live run prints the open period of
      *            one pay group (asked for, or the employee's own when
      *            a single nomina is asked for) and only that group's
      *            employees, with the percepcion and the deduction
      *            lines prorated to the group's frequency as 2PERCLS
      *            will close them; the heading names the group.
      * 15/10/26 - Calendar table widened to 200 periods, enough for
      *            a full year of every pay group (12 months, 24
      *            quincenas and 52 weeks).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2RECIBOS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-LLAVE
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT DEDHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEDH-LLAVE
               FILE STATUS IS DEDH-FILE-STATUS.
           SELECT FOLIOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOL-LLAVE
               FILE STATUS IS FOL-FILE-STATUS.
           SELECT DEPTOS ASSIGN TO "DEPTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-FILE-STATUS.
       FD  HISTORIAL.
       COPY HISTREC.

       FD  DEDHIST.
       COPY DEDHREC.

       FD  FOLIOS.
       COPY FOLREC.

       FD  DEPTOS.
       COPY DEPTMS.

       77  EMP-FILE-STATUS PIC XX VALUE "00".
       77  DED-FILE-STATUS PIC XX VALUE "00".
       77  HIST-FILE-STATUS PIC XX VALUE "00".
       77  DEDH-FILE-STATUS PIC XX VALUE "00".
       77  FOL-FILE-STATUS PIC XX VALUE "00".
       77  DEPT-FILE-STATUS PIC XX VALUE "00".
       77  TDED-FILE-STATUS PIC XX VALUE "00".
       77  RPT-FILE-STATUS PIC XX VALUE "00".
       77  WS-CONT-RECIBOS PIC 9(05) VALUE 0.
       77  WS-HAY-DEDUCCION PIC X VALUE "N".
           88 HAY-DEDUCCION VALUE "S".
       77  WS-HAY-DEDH PIC X VALUE "N".
           88 HAY-DEDH VALUE "S".

      *--------------------- PAY GROUP ---------------------------------
       COPY GRUPTAB.
       77  WS-GRUPO PIC X(01) VALUE "M".
       77  WS-GRP-IDX PIC 9 VALUE 1.
       77  WS-GRP-SCAN PIC 9 VALUE 0.
       77  WS-PERC-PER PIC 9(06)V99 VALUE 0.
       77  WS-DEDU-PER PIC 9(06)V99 VALUE 0.
       77  WS-DED-PER PIC 9(05)V99 VALUE 0.

       01  DEPT-TAB.
           02 DEPT-ENT OCCURS 20 TIMES.
           02 FILLER PIC X(01) VALUE SPACES.
           02 WS-E-FECHA PIC 9(08).
           02 FILLER PIC X(03) VALUE SPACES.
       01  WS-ENCABEZADO-GRUPO.
           02 FILLER PIC X(15) VALUE "GRUPO DE PAGO: ".
           02 WS-E-GRUPO PIC X(10).
           02 FILLER PIC X(35) VALUE SPACES.

       01  WS-CAMPO.
           02 WS-C-ETIQUETA PIC X(14).

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
       PROCEDURE DIVISION.
               END-IF
           ELSE
      * A live-master run belongs to the period still open on the
      * calendar for the pay group printed: that period titles the
      * recibos and supplies the scheduled pay date when the operator
      * leaves the date at zero. A single nomina takes its group from
      * the master once it is read.
               IF WS-NOMI-PIDE = 0
                   DISPLAY "GRUPO DE PAGO (M=MENSUAL Q=QUINCENAL "
                       "S=SEMANAL):"
                   ACCEPT WS-GRUPO
                   PERFORM BUSCA-GRUPO
                   IF WS-GRP-IDX = 0
                       DISPLAY "GRUPO DE PAGO INVALIDO"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM BUSCA-PERIODO-ABIERTO
               END-IF
           END-IF.
           IF WS-PERIODO > 0 OR WS-NOMI-PIDE = 0
               PERFORM FIJA-FECHA-PAGO.
           PERFORM CARGA-DEPARTAMENTOS.
           PERFORM CARGA-TIPOS-DED.
           OPEN INPUT EMPLOYEES.
           IF EMP-FILE-STATUS = "35"
               DISPLAY "EMPLOYEES NO EXISTE, NADA QUE IMPRIMIR"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF WS-PERIODO > 0
               OPEN INPUT HISTORIAL
               IF HIST-FILE-STATUS = "35"
                   DISPLAY "HISTORIAL NO EXISTE, CIERRE UN PERIODO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT DEDUCCION.
           IF WS-PERIODO > 0
               PERFORM ABRE-DED-HISTORIAL
               OPEN INPUT FOLIOS
           END-IF.
           OPEN OUTPUT REPORTE.
           MOVE WS-PERIODO-TITULO TO WS-E-PERIODO.
           IF WS-PERIODO > 0
               CLOSE HISTORIAL.
           IF DED-FILE-STATUS NOT = "35"
               CLOSE DEDUCCION.
           IF DEDH-FILE-STATUS NOT = "35" AND WS-PERIODO > 0
               CLOSE DEDHIST.
           IF FOL-FILE-STATUS NOT = "35" AND WS-PERIODO > 0
               CLOSE FOLIOS.
           CLOSE REPORTE.
           DISPLAY "RECIBOS EMITIDOS:", WS-CONT-RECIBOS.
           STOP RUN.
                       AT END MOVE "10" TO EMP-FILE-STATUS
                       NOT AT END
                           IF EMP-ACTIVO
                               AND (EMP-GRUPO = WS-GRUPO
                                 OR (EMP-GRUPO = SPACE
                                     AND WS-GRUPO = "M"))
                               PERFORM PRORRATEA-RECIBO
                               PERFORM IMPRIME-RECIBO
                           END-IF
                   END-READ
               MOVE WS-NOMI-PIDE TO EMP-NOMI
               READ EMPLOYEES
                   INVALID KEY DISPLAY "NOMINA NO EXISTE"
                   NOT INVALID KEY PERFORM RECIBO-DE-MAESTRO
               END-READ
           END-IF.

       RECIBO-DE-MAESTRO.
           MOVE EMP-GRUPO TO WS-GRUPO.
           PERFORM BUSCA-GRUPO.
           IF WS-GRP-IDX = 0
               MOVE "M" TO WS-GRUPO
               PERFORM BUSCA-GRUPO.
           PERFORM BUSCA-PERIODO-ABIERTO.
           PERFORM FIJA-FECHA-PAGO.
           MOVE WS-PERIODO-TITULO TO WS-E-PERIODO.
           PERFORM PRORRATEA-RECIBO.
           PERFORM IMPRIME-RECIBO.

      *------------------------- PRORRATEA RECIBO ------------------------
      * The master carries monthly figures; a shorter frequency prints
      * them prorated the way 2PERCLS closes them: the percepcion and
      * every deduction line by the group's days over 30, except the
      * loan installment (PRE), which is already per period.
       PRORRATEA-RECIBO.
           IF WS-GRUPO NOT = "M"
               COMPUTE WS-PERC-PER ROUNDED =
                       EMP-PERC * GRP-DIAS(WS-GRP-IDX) / 30
               PERFORM SUMA-DED-PERIODO
               MOVE WS-PERC-PER TO EMP-PERC
               MOVE WS-DEDU-PER TO EMP-DEDU
               IF WS-DEDU-PER > WS-PERC-PER
                   MOVE 0 TO EMP-NETO
               ELSE
                   COMPUTE EMP-NETO = WS-PERC-PER - WS-DEDU-PER
               END-IF
           END-IF.

       SUMA-DED-PERIODO.
           MOVE 0 TO WS-DEDU-PER.
           IF DED-FILE-STATUS NOT = "35"
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

       PRORRATEA-LINEA-DED.
           IF DED-COD = "PRE" OR WS-GRUPO = "M"
               MOVE DED-IMPORTE TO WS-DED-PER
           ELSE
               COMPUTE WS-DED-PER ROUNDED =
                       DED-IMPORTE * GRP-DIAS(WS-GRP-IDX) / 30
           END-IF.

      *------------------------- EMITE DE HISTORIAL ----------------------
      * The recibos of a closed period: the amounts come from the
      * HIST-REG snapshot taken at close, the current status from the
       IMPRIME-RECIBO.
           MOVE WS-FECHA-PAGO TO WS-E-FECHA.
           WRITE RPT-LINEA FROM WS-ENCABEZADO.
           MOVE GRP-DESC(WS-GRP-IDX) TO WS-E-GRUPO.
           WRITE RPT-LINEA FROM WS-ENCABEZADO-GRUPO.
           MOVE ALL "-" TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "NOMINA      :" TO WS-C-ETIQUETA.
               MOVE EMP-FEC-STAT TO WS-C-VALOR(10:8)
               WRITE RPT-LINEA FROM WS-CAMPO
           END-IF.
           IF WS-PERIODO > 0
               PERFORM IMPRIME-FOLIO-FISCAL.
           MOVE ALL "=" TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           ADD 1 TO WS-CONT-RECIBOS.

      *------------------------- IMPRIME FOLIO FISCAL --------------------
       IMPRIME-FOLIO-FISCAL.
           MOVE "FOLIO FISCAL:" TO WS-C-ETIQUETA.
           MOVE "SIN TIMBRAR" TO WS-C-VALOR.
           IF FOL-FILE-STATUS NOT = "35"
               MOVE WS-PERIODO TO FOL-PERIODO
               MOVE EMP-NOMI TO FOL-NOMI
               READ FOLIOS
                   INVALID KEY MOVE "23" TO FOL-FILE-STATUS
                   NOT INVALID KEY MOVE FOL-UUID TO WS-C-VALOR
               END-READ
               MOVE "00" TO FOL-FILE-STATUS
           END-IF.
           WRITE RPT-LINEA FROM WS-CAMPO.

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

      *------------------------- IMPRIME DED RECIBO ----------------------
       IMPRIME-DED-RECIBO.
           IF HAY-DEDH
               PERFORM IMPRIME-DED-HISTORIAL
           ELSE
               PERFORM IMPRIME-DED-VIGENTE
           END-IF.

       IMPRIME-DED-HISTORIAL.
           MOVE "N" TO WS-HAY-DEDUCCION.
           MOVE WS-PERIODO TO DEDH-PERIODO.
           MOVE EMP-NOMI TO DEDH-NOMI.
           MOVE LOW-VALUES TO DEDH-COD.
           START DEDHIST KEY IS NOT LESS THAN DEDH-LLAVE
               INVALID KEY MOVE "10" TO DEDH-FILE-STATUS
           END-START.
           PERFORM UNTIL DEDH-FILE-STATUS = "10"
               READ DEDHIST NEXT RECORD
                   AT END MOVE "10" TO DEDH-FILE-STATUS
                   NOT AT END
                       IF DEDH-PERIODO NOT = WS-PERIODO
                           OR DEDH-NOMI NOT = EMP-NOMI
                           MOVE "10" TO DEDH-FILE-STATUS
                       ELSE
                           MOVE "S" TO WS-HAY-DEDUCCION
                           MOVE DEDH-COD TO WS-DED-COD
                           MOVE DEDH-IMPORTE TO WS-L-IMPORTE
                           PERFORM IMPRIME-LINEA-DED
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO DEDH-FILE-STATUS.
           IF NOT HAY-DEDUCCION
               MOVE "    (SIN DETALLE DE DEDUCCIONES)" TO RPT-LINEA
               WRITE RPT-LINEA
           END-IF.

       IMPRIME-DED-VIGENTE.
           IF DED-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-HAY-DEDUCCION
               MOVE EMP-NOMI TO DED-NOMI
                               MOVE "10" TO DED-FILE-STATUS
                           ELSE
                               MOVE "S" TO WS-HAY-DEDUCCION
                               MOVE DED-COD TO WS-DED-COD
                               PERFORM PRORRATEA-LINEA-DED
                               MOVE WS-DED-PER TO WS-L-IMPORTE
                               PERFORM IMPRIME-LINEA-DED
                           END-IF
                   END-READ
           END-IF.

       IMPRIME-LINEA-DED.
           MOVE WS-DED-COD TO WS-L-COD.
           PERFORM BUSCA-TIPO-DED.
           IF TDED-FND
               MOVE TDED-TAB-DESC(WS-TDED-IDX) TO WS-L-DESC
           ELSE
               MOVE SPACES TO WS-L-DESC
           END-IF.
           WRITE RPT-LINEA FROM WS-LINEA-DED.


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

       FIJA-FECHA-PAGO.
           IF WS-FECHA-PAGO = 0
               IF CAL-FND
                   MOVE CAL-TAB-PAGO(WS-CAL-IDX) TO WS-FECHA-PAGO
               ELSE
                   ACCEPT WS-FECHA-PAGO FROM DATE YYYYMMDD
               END-IF
           END-IF.

       BUSCA-PERIODO-ABIERTO.
           PERFORM VARYING WS-CAL-SCAN FROM 1 BY 1
                   UNTIL WS-CAL-SCAN > WS-CAL-CONT
               IF CAL-TAB-ESTADO(WS-CAL-SCAN) = "A"
                   AND (CAL-TAB-GRUPO(WS-CAL-SCAN) = WS-GRUPO
                     OR (CAL-TAB-GRUPO(WS-CAL-SCAN) = SPACE
                         AND WS-GRUPO = "M"))
                   MOVE "S" TO WS-CAL-FND
                   MOVE WS-CAL-SCAN TO WS-CAL-IDX
                   MOVE CAL-TAB-PERIODO(WS-CAL-SCAN)
               IF CAL-TAB-PERIODO(WS-CAL-SCAN) = WS-PERIODO
                   MOVE "S" TO WS-CAL-FND
                   MOVE WS-CAL-SCAN TO WS-CAL-IDX
                   MOVE CAL-TAB-GRUPO(WS-CAL-SCAN) TO WS-GRUPO
               END-IF
           END-PERFORM.
           PERFORM BUSCA-GRUPO.
           IF WS-GRP-IDX = 0
               MOVE "M" TO WS-GRUPO
               PERFORM BUSCA-GRUPO.

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

