      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Controlled reopen of the most recently closed period of
      *          one pay group, supervisor level only. Refused when the
      *          period's bank batch was already generated or
      *          transmitted (the group's LOTECTL.DAT line), its poliza
      *          was already exported (POLLOG.DAT) or any CFDI de nomina
      *          of it was stamped (a folio fiscal on FOLIOS: the
      *          receipt must first be cancelled before the SAT).
      *          Otherwise it undoes what 2PERCLS did at close: the loan
      *          installments logged on PRESMOV for the employees the
      *          period closed (HISTORIAL) go back onto PRESTAMOS and
      *          the PRE lines are restored, the period's DEDHIST, COSTO
      *          and HISTORIAL records are removed, the calendar goes
      *          back (closed period open again, the group's next period
      *          future; a CALEND.DAT larger than the 200-period table
      *          stops the run before anything is rewritten) and the
      *          reopen is written to the audit trail as REAPERTURA.
      *          Reopening one group never disturbs the others.
      * Tectonics: cobc
      *
      * Modification history:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2PERREAB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NOMI
               FILE STATUS IS EMP-FILE-STATUS.
           SELECT HISTORIAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-LLAVE
               FILE STATUS IS HIST-FILE-STATUS.
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
           SELECT CALENDARIO ASSIGN TO "CALEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT CONTROL-LOTE ASSIGN TO "LOTECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT BITACORA-POLIZA ASSIGN TO "POLLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLOG-FILE-STATUS.
           SELECT FOLIOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOL-LLAVE
               FILE STATUS IS FOL-FILE-STATUS.
           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.
           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEES.
       COPY EMPREG.

       FD  HISTORIAL.
       COPY HISTREC.

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

       FD  CALENDARIO.
       COPY CALREC.

       FD  CONTROL-LOTE.
       COPY SEQCTL.

       FD  BITACORA-POLIZA.
       COPY PLOGREC.

       FD  FOLIOS.
       COPY FOLREC.

       FD  AUDITORIA.
       COPY AUDITREC.

       FD  OPERADORES.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       77  EMP-FILE-STATUS PIC XX VALUE "00".
       77  HIST-FILE-STATUS PIC XX VALUE "00".
       77  COS-FILE-STATUS PIC XX VALUE "00".
       77  DED-FILE-STATUS PIC XX VALUE "00".
       77  DEDH-FILE-STATUS PIC XX VALUE "00".
       77  PTM-FILE-STATUS PIC XX VALUE "00".
       77  PMV-FILE-STATUS PIC XX VALUE "00".
       77  CAL-FILE-STATUS PIC XX VALUE "00".
       77  CTL-FILE-STATUS PIC XX VALUE "00".
       77  PLOG-FILE-STATUS PIC XX VALUE "00".
       77  FOL-FILE-STATUS PIC XX VALUE "00".
       77  AUD-FILE-STATUS PIC XX VALUE "00".
       77  OPER-FILE-STATUS PIC XX VALUE "00".
       77  WS-OPERADOR PIC X(08) VALUE SPACES.
       77  WS-PERIODO PIC 9(06) VALUE 0.
       77  WS-RESP PIC X VALUE SPACES.
       77  WS-ERR PIC 9 VALUE 0.

      *--------------------- OPERATOR SIGN-ON --------------------------
       01  OPER-TAB.
           02 OPER-ENT OCCURS 20 TIMES.
               03 OPER-TAB-ID    PIC X(08) VALUE SPACES.
               03 OPER-TAB-NOMB  PIC X(20) VALUE SPACES.
               03 OPER-TAB-PASS  PIC X(08) VALUE SPACES.
               03 OPER-TAB-NIVEL PIC 9(01) VALUE ZEROES.
       77  WS-OPER-CONT PIC 99 VALUE 0.
       77  WS-OPER-IDX PIC 99 VALUE 0.
       77  WS-OPER-SCAN PIC 99 VALUE 0.
       77  WS-OPER-FND PIC X VALUE "N".
           88 OPER-FND VALUE "S".
       77  WS-PASS PIC X(08) VALUE SPACES.
       77  WS-NIVEL PIC 9 VALUE 0.

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
       77  WS-CAL-SIG PIC 999 VALUE 0.

      *--------------------- PAY GROUP ---------------------------------
       COPY GRUPTAB.
       77  WS-GRUPO PIC X(01) VALUE "M".
       77  WS-GRP-IDX PIC 9 VALUE 0.
       77  WS-GRP-SCAN PIC 9 VALUE 0.
       77  WS-CTL-GRUPO PIC X(01) VALUE "M".

      *--------------------- EMPLOYEE LOANS ----------------------------
       77  WS-HAY-DED PIC X VALUE "N".
           88 HAY-DED VALUE "S".
       77  WS-HAY-DEDH PIC X VALUE "N".
           88 HAY-DEDH VALUE "S".
       77  WS-HAY-PTM PIC X VALUE "N".
           88 HAY-PTM VALUE "S".
       77  WS-HAY-COS PIC X VALUE "N".
           88 HAY-COS VALUE "S".
       77  WS-PMV-FND PIC X VALUE "N".
           88 PMV-FND VALUE "S".
       77  WS-PRE-FND PIC X VALUE "N".
           88 PRE-FND VALUE "S".
       77  WS-DED-FND PIC X VALUE "N".
           88 DED-FND VALUE "S".
       77  WS-DED-CAMBIO PIC X VALUE "N".
           88 DED-CAMBIO VALUE "S".
       77  WS-PMV-ABONO PIC 9(05)V99 VALUE 0.
       77  WS-PRE-IMP PIC 9(05)V99 VALUE 0.
       77  WS-PER-ANT PIC 9(06) VALUE 0.
       77  WS-INI-ANT PIC 9(08) VALUE 0.
       77  WS-PER-BUSCA PIC 9(06) VALUE 0.
       77  WS-INI-BUSCA PIC 9(08) VALUE 0.
       77  WS-INI-REF PIC 9(08) VALUE 0.
       77  WS-EN-PERIODO PIC X VALUE "N".
           88 EN-PERIODO VALUE "S".
       77  WS-DEDU-TOTAL PIC 9(06)V99 VALUE 0.

       77  WS-CONT-HIST PIC 9(05) VALUE 0.
       77  WS-CONT-COSTO PIC 9(05) VALUE 0.
       77  WS-CONT-DEDH PIC 9(05) VALUE 0.
       77  WS-CONT-PTM PIC 9(05) VALUE 0.
       77  WS-CONT-PRE PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.

      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           DISPLAY "REAPERTURA DEL ULTIMO PERIODO CERRADO".
           PERFORM FIRMA-OPERADOR.
           IF WS-NIVEL < 3
               DISPLAY "REAPERTURA REQUIERE NIVEL SUPERVISOR"
               STOP RUN.
           PERFORM CARGA-CALENDARIO.
      * The calendar is rewritten whole, so a file longer than the
      * table would lose its last periods: refuse to go on.
           IF CAL-LLENO
               DISPLAY "CALEND.DAT EXCEDE 200 PERIODOS, DEPURE EL "
                   "CALENDARIO ANTES DE CONTINUAR"
               STOP RUN.
           IF WS-CAL-CONT = 0
               DISPLAY "SIN CALENDARIO DE NOMINA, NADA QUE REABRIR"
               STOP RUN.
           DISPLAY "GRUPO DE PAGO (M=MENSUAL Q=QUINCENAL S=SEMANAL):".
           ACCEPT WS-GRUPO.
           PERFORM BUSCA-GRUPO.
           IF WS-GRP-IDX = 0
               DISPLAY "GRUPO DE PAGO INVALIDO"
               STOP RUN.
           PERFORM BUSCA-ULTIMO-CERRADO.
           IF WS-CAL-IDX = 0
               DISPLAY "NO HAY PERIODOS CERRADOS DEL GRUPO "
                   GRP-DESC(WS-GRP-IDX)
               STOP RUN.
           MOVE CAL-TAB-PERIODO(WS-CAL-IDX) TO WS-PERIODO.
           PERFORM BUSCA-SIGUIENTE-CAL.
           IF WS-CAL-SIG > 0
               IF CAL-TAB-ESTADO(WS-CAL-SIG) NOT = "A"
                   DISPLAY "CALENDARIO INCONSISTENTE: EL PERIODO "
                       CAL-TAB-PERIODO(WS-CAL-SIG)
                       " NO ESTA ABIERTO"
                   STOP RUN
               END-IF
           END-IF.
           DISPLAY "ULTIMO PERIODO CERRADO: " WS-PERIODO.
           PERFORM VERIFICA-LOTE-BANCARIO.
           PERFORM VERIFICA-POLIZA.
           PERFORM VERIFICA-TIMBRADO.
           IF WS-ERR NOT = 0
               DISPLAY "PERIODO NO SE PUEDE REABRIR"
               STOP RUN.
           DISPLAY "CONFIRMA REAPERTURA DEL PERIODO " WS-PERIODO
               " (S/N):".
           ACCEPT WS-RESP.
           IF WS-RESP NOT = "S"
               DISPLAY "REAPERTURA CANCELADA"
               STOP RUN.
           OPEN I-O HISTORIAL.
           IF HIST-FILE-STATUS = "35"
               DISPLAY "HISTORIAL NO EXISTE, NADA QUE REABRIR"
               STOP RUN.
           OPEN I-O EMPLOYEES.
           IF EMP-FILE-STATUS = "35"
               DISPLAY "EMPLOYEES NO EXISTE"
               CLOSE HISTORIAL
               STOP RUN.
           OPEN I-O COSTO.
           IF COS-FILE-STATUS NOT = "35"
               MOVE "S" TO WS-HAY-COS.
           PERFORM ABRE-DEDUCCIONES.
           PERFORM ABRE-PRESTAMOS.
           IF HAY-PTM
               PERFORM REVIERTE-PRESTAMOS.
           IF HAY-DEDH
               PERFORM BORRA-DED-HISTORIAL.
           IF HAY-COS
               PERFORM BORRA-COSTO.
           PERFORM BORRA-HISTORIAL.
           PERFORM REABRE-CALENDARIO.
           PERFORM GRABA-AUDITORIA-REAPERTURA.
           DISPLAY "PERIODO " WS-PERIODO " REABIERTO".
           DISPLAY "HISTORIAL BORRADO    :", WS-CONT-HIST.
           DISPLAY "COSTOS BORRADOS      :", WS-CONT-COSTO.
           DISPLAY "DEDUCCIONES BORRADAS :", WS-CONT-DEDH.
           DISPLAY "ABONOS REVERTIDOS    :", WS-CONT-PTM.
           DISPLAY "LINEAS PRE REPUESTAS :", WS-CONT-PRE.
           CLOSE EMPLOYEES.
           CLOSE HISTORIAL.
           IF HAY-COS
               CLOSE COSTO.
           IF HAY-DED
               CLOSE DEDUCCION.
           IF HAY-DEDH
               CLOSE DEDHIST.
           IF HAY-PTM
               CLOSE PRESTAMOS
               CLOSE PRESMOV.
           STOP RUN.

      *------------------------- BUSCA ULTIMO CERRADO --------------------
      * The calendar is in period order, so the group's last "C" entry
      * is its most recently closed period; it is the only one that
      * may be reopened, which keeps the group's open period unique.
       BUSCA-ULTIMO-CERRADO.
           MOVE 0 TO WS-CAL-IDX.
           PERFORM VARYING WS-CAL-SCAN FROM 1 BY 1
                   UNTIL WS-CAL-SCAN > WS-CAL-CONT
               IF CAL-TAB-ESTADO(WS-CAL-SCAN) = "C"
                   AND (CAL-TAB-GRUPO(WS-CAL-SCAN) = WS-GRUPO
                     OR (CAL-TAB-GRUPO(WS-CAL-SCAN) = SPACE
                         AND WS-GRUPO = "M"))
                   MOVE WS-CAL-SCAN TO WS-CAL-IDX
               END-IF
           END-PERFORM.

      * The group's next period is the first line after the reopened
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

      *------------------------- VERIFICA LOTE BANCARIO ------------------
      * A period whose bank batch is on LOTECTL.DAT, generated or
      * transmitted, has already gone to the bank. A batch written
      * before the control carried its period cannot be placed, so
      * it is treated as this period's.
      * LOTECTL.DAT has one line per pay group; a line written before
      * the groups existed has no group and belongs to the monthly one.
       VERIFICA-LOTE-BANCARIO.
           OPEN INPUT CONTROL-LOTE.
           IF CTL-FILE-STATUS NOT = "35"
               PERFORM UNTIL CTL-FILE-STATUS = "10"
                   READ CONTROL-LOTE
                       AT END MOVE "10" TO CTL-FILE-STATUS
                       NOT AT END PERFORM VERIFICA-LINEA-LOTE
                   END-READ
               END-PERFORM
               CLOSE CONTROL-LOTE
           END-IF.

       VERIFICA-LINEA-LOTE.
           MOVE CTL-GRUPO TO WS-CTL-GRUPO.
           IF WS-CTL-GRUPO = SPACE
               MOVE "M" TO WS-CTL-GRUPO.
           IF CTL-SECUENCIA > 0 AND WS-CTL-GRUPO = WS-GRUPO
               IF CTL-PERIODO NOT NUMERIC OR CTL-PERIODO = 0
                   DISPLAY "LOTE " CTL-SECUENCIA
                       " SIN PERIODO REGISTRADO EN LOTECTL.DAT"
                   MOVE 1 TO WS-ERR
               ELSE
                   IF CTL-PERIODO = WS-PERIODO
                       IF CTL-TRANSMITIDO
                           DISPLAY "LOTE BANCARIO " CTL-SECUENCIA
                               " YA TRANSMITIDO"
                       ELSE
                           DISPLAY "LOTE BANCARIO " CTL-SECUENCIA
                               " YA GENERADO"
                       END-IF
                       MOVE 1 TO WS-ERR
                   END-IF
               END-IF
           END-IF.

      *------------------------- VERIFICA POLIZA -------------------------
       VERIFICA-POLIZA.
           OPEN INPUT BITACORA-POLIZA.
           IF PLOG-FILE-STATUS NOT = "35"
               PERFORM UNTIL PLOG-FILE-STATUS = "10"
                   READ BITACORA-POLIZA
                       AT END MOVE "10" TO PLOG-FILE-STATUS
                       NOT AT END
                           IF PLOG-PERIODO = WS-PERIODO
                               DISPLAY "POLIZA YA EXPORTADA EL "
                                   PLOG-FECHA
                               MOVE 1 TO WS-ERR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BITACORA-POLIZA
           END-IF.

      *------------------------- VERIFICA TIMBRADO -----------------------
      * One folio fiscal under the period is enough to refuse.
       VERIFICA-TIMBRADO.
           OPEN INPUT FOLIOS.
           IF FOL-FILE-STATUS NOT = "35"
               MOVE WS-PERIODO TO FOL-PERIODO
               MOVE ZEROES TO FOL-NOMI
               START FOLIOS KEY IS NOT LESS THAN FOL-LLAVE
                   INVALID KEY MOVE "10" TO FOL-FILE-STATUS
               END-START
               IF FOL-FILE-STATUS NOT = "10"
                   READ FOLIOS NEXT RECORD
                       AT END MOVE "10" TO FOL-FILE-STATUS
                   END-READ
                   IF FOL-FILE-STATUS NOT = "10"
                       AND FOL-PERIODO = WS-PERIODO
                       DISPLAY "CFDI DE NOMINA YA TIMBRADO, NOMINA "
                           FOL-NOMI
                       MOVE 1 TO WS-ERR
                   END-IF
               END-IF
               CLOSE FOLIOS
           END-IF.

      *------------------------- ABRE DEDUCCIONES ------------------------
       ABRE-DEDUCCIONES.
           OPEN I-O DEDUCCION.
           IF DED-FILE-STATUS NOT = "35"
               MOVE "S" TO WS-HAY-DED.
           OPEN I-O DEDHIST.
           IF DEDH-FILE-STATUS NOT = "35"
               MOVE "S" TO WS-HAY-DEDH.

      *------------------------- ABRE PRESTAMOS --------------------------
       ABRE-PRESTAMOS.
           IF HAY-DED
               OPEN I-O PRESTAMOS
               IF PTM-FILE-STATUS NOT = "35"
                   OPEN I-O PRESMOV
                   IF PMV-FILE-STATUS = "35"
                       CLOSE PRESTAMOS
                   ELSE
                       MOVE "S" TO WS-HAY-PTM
                   END-IF
               END-IF
           END-IF.

      *------------------------- REVIERTE PRESTAMOS ----------------------
      * Every loan with an installment logged for the period gets it
      * back on the balance (a loan the close liquidated is current
      * again) and PTM-ULT-PER returns to the loan's previous
      * movement. The PRE line the close left for the next period is
      * then put back as the period deducted it, from the DEDHIST
      * snapshot, so the reclose applies the same installment.
       REVIERTE-PRESTAMOS.
           MOVE ZEROES TO PTM-NOMI.
           START PRESTAMOS KEY IS NOT LESS THAN PTM-NOMI
               INVALID KEY MOVE "10" TO PTM-FILE-STATUS
           END-START.
           PERFORM UNTIL PTM-FILE-STATUS = "10"
               READ PRESTAMOS NEXT RECORD
                   AT END MOVE "10" TO PTM-FILE-STATUS
                   NOT AT END
                       PERFORM LEE-HIST-PERIODO
                       IF EN-PERIODO
                           PERFORM REVIERTE-PRESTAMO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO PTM-FILE-STATUS.

      * Only the loans of employees the period actually closed are
      * touched - those with a HISTORIAL record for it, still on file
      * at this point - whatever group the master says today, so a
      * change of group since the close neither skips nor adds one.
       LEE-HIST-PERIODO.
           MOVE "N" TO WS-EN-PERIODO.
           MOVE WS-PERIODO TO HIST-PERIODO.
           MOVE PTM-NOMI TO HIST-NOMI.
           READ HISTORIAL
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO WS-EN-PERIODO
           END-READ.
           MOVE "00" TO HIST-FILE-STATUS.

       REVIERTE-PRESTAMO.
           PERFORM LEE-MOVIMIENTO.
           IF PMV-FND
               PERFORM BUSCA-MOV-ANTERIOR
               ADD WS-PMV-ABONO TO PTM-SALDO
               MOVE WS-PER-ANT TO PTM-ULT-PER
               IF PTM-LIQUIDADO
                   MOVE "A" TO PTM-ESTADO
               END-IF
               REWRITE PTM-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR PRESTAMO:" PTM-NOMI
               END-REWRITE
               MOVE PTM-NOMI TO PMV-NOMI
               MOVE WS-PERIODO TO PMV-PERIODO
               DELETE PRESMOV
                   INVALID KEY
                       DISPLAY "ERROR AL BORRAR MOVIMIENTO:" PMV-NOMI
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-PTM
               END-DELETE
           END-IF.
           IF PTM-VIGENTE
               PERFORM REPONE-LINEA-PRE.

       LEE-MOVIMIENTO.
           MOVE "N" TO WS-PMV-FND.
           MOVE PTM-NOMI TO PMV-NOMI.
           MOVE WS-PERIODO TO PMV-PERIODO.
           READ PRESMOV
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-PMV-FND
                   MOVE PMV-ABONO TO WS-PMV-ABONO
           END-READ.
           MOVE "00" TO PMV-FILE-STATUS.

      * The previous movement is the one whose period starts latest
      * before the reopened one: period numbers only run in order
      * within one pay group. A period no longer on the calendar is
      * placed by its number.
       BUSCA-MOV-ANTERIOR.
           MOVE 0 TO WS-PER-ANT.
           MOVE 0 TO WS-INI-ANT.
           MOVE PTM-NOMI TO PMV-NOMI.
           MOVE ZEROES TO PMV-PERIODO.
           START PRESMOV KEY IS NOT LESS THAN PMV-LLAVE
               INVALID KEY MOVE "10" TO PMV-FILE-STATUS
           END-START.
           PERFORM UNTIL PMV-FILE-STATUS = "10"
               READ PRESMOV NEXT RECORD
                   AT END MOVE "10" TO PMV-FILE-STATUS
                   NOT AT END
                       IF PMV-NOMI NOT = PTM-NOMI
                           MOVE "10" TO PMV-FILE-STATUS
                       ELSE
                           PERFORM EVALUA-MOV-ANTERIOR
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO PMV-FILE-STATUS.

       EVALUA-MOV-ANTERIOR.
           IF PMV-PERIODO NOT = WS-PERIODO
               MOVE PMV-PERIODO TO WS-PER-BUSCA
               PERFORM BUSCA-INICIO-PERIODO
               IF WS-INI-BUSCA > 0
                   IF WS-INI-BUSCA < CAL-TAB-INI(WS-CAL-IDX)
                       AND WS-INI-BUSCA NOT < WS-INI-ANT
                       MOVE PMV-PERIODO TO WS-PER-ANT
                       MOVE WS-INI-BUSCA TO WS-INI-ANT
                   END-IF
               ELSE
                   IF WS-INI-ANT = 0 AND PMV-PERIODO < WS-PERIODO
                       MOVE PMV-PERIODO TO WS-PER-ANT
                   END-IF
               END-IF
           END-IF.

       BUSCA-INICIO-PERIODO.
           MOVE 0 TO WS-INI-BUSCA.
           PERFORM VARYING WS-CAL-SCAN FROM 1 BY 1
                   UNTIL WS-CAL-SCAN > WS-CAL-CONT
               IF CAL-TAB-PERIODO(WS-CAL-SCAN) = WS-PER-BUSCA
                   MOVE CAL-TAB-INI(WS-CAL-SCAN) TO WS-INI-BUSCA
               END-IF
           END-PERFORM.

      *------------------------- REPONE LINEA PRE ------------------------
      * The PRE line goes back to the amount on the period's snapshot;
      * a loan with no PRE line in the snapshot that starts after the
      * period only had its first line set up by the close, so that
      * line is dropped again.
       REPONE-LINEA-PRE.
           MOVE "N" TO WS-DED-CAMBIO.
           MOVE "N" TO WS-PRE-FND.
           IF HAY-DEDH
               MOVE WS-PERIODO TO DEDH-PERIODO
               MOVE PTM-NOMI TO DEDH-NOMI
               MOVE "PRE" TO DEDH-COD
               READ DEDHIST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-PRE-FND
                       MOVE DEDH-IMPORTE TO WS-PRE-IMP
               END-READ
               MOVE "00" TO DEDH-FILE-STATUS
           END-IF.
           MOVE "N" TO WS-DED-FND.
           MOVE PTM-NOMI TO DED-NOMI.
           MOVE "PRE" TO DED-COD.
           READ DEDUCCION
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO WS-DED-FND
           END-READ.
           MOVE "00" TO DED-FILE-STATUS.
           MOVE PTM-PER-INI TO WS-PER-BUSCA.
           PERFORM BUSCA-INICIO-PERIODO.
           IF WS-INI-BUSCA = 0
               MOVE PTM-PER-INI TO WS-INI-BUSCA
               MOVE WS-PERIODO TO WS-INI-REF
           ELSE
               MOVE CAL-TAB-INI(WS-CAL-IDX) TO WS-INI-REF
           END-IF.
           IF PRE-FND
               PERFORM FIJA-LINEA-PRE
           ELSE
               IF DED-FND AND WS-INI-BUSCA > WS-INI-REF
                   DELETE DEDUCCION
                       INVALID KEY
                           DISPLAY "ERROR AL BORRAR LINEA PRE:" PTM-NOMI
                       NOT INVALID KEY
                           MOVE "S" TO WS-DED-CAMBIO
                   END-DELETE
               END-IF
           END-IF.
           IF DED-CAMBIO
               ADD 1 TO WS-CONT-PRE
               PERFORM RECALCULA-NETO.

       FIJA-LINEA-PRE.
           IF DED-FND
               IF DED-IMPORTE NOT = WS-PRE-IMP
                   MOVE WS-PRE-IMP TO DED-IMPORTE
                   REWRITE DED-REG
                       INVALID KEY
                           DISPLAY "ERROR AL AJUSTAR PRE:" PTM-NOMI
                       NOT INVALID KEY
                           MOVE "S" TO WS-DED-CAMBIO
                   END-REWRITE
               END-IF
           ELSE
               MOVE PTM-NOMI TO DED-NOMI
               MOVE "PRE" TO DED-COD
               MOVE WS-PRE-IMP TO DED-IMPORTE
               WRITE DED-REG
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LINEA PRE:" PTM-NOMI
                   NOT INVALID KEY
                       MOVE "S" TO WS-DED-CAMBIO
               END-WRITE
           END-IF.

      *------------------------- RECALCULA NETO --------------------------
      * EMP-DEDU/EMP-NETO re-derived from the employee's lines the way
      * 2PERCLS derives them after the loan step.
       RECALCULA-NETO.
           MOVE PTM-NOMI TO EMP-NOMI.
           READ EMPLOYEES
               INVALID KEY
                   DISPLAY "PRESTAMO SIN EMPLEADO, NOMINA:" PTM-NOMI
                   MOVE "23" TO EMP-FILE-STATUS
           END-READ.
           IF EMP-FILE-STATUS = "00"
               PERFORM SUMA-LINEAS-DED
               IF WS-DEDU-TOTAL > EMP-PERC
                   DISPLAY "DEDUCCIONES MAYORES QUE PERCEPCION, NOMINA:"
                       EMP-NOMI
               ELSE
                   MOVE WS-DEDU-TOTAL TO EMP-DEDU
                   COMPUTE EMP-NETO = EMP-PERC - WS-DEDU-TOTAL
                   REWRITE EMP-REG
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR NOMINA:"
                               EMP-NOMI
                   END-REWRITE
               END-IF
           END-IF.
           MOVE "00" TO EMP-FILE-STATUS.

       SUMA-LINEAS-DED.
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

      *------------------------- BORRA DED HISTORIAL ---------------------
      * The period's records are removed one at a time, each found by
      * a fresh START on the period's first key, so no delete happens
      * under an open sequential read. The same walk serves DEDHIST,
      * COSTO and HISTORIAL.
       BORRA-DED-HISTORIAL.
           PERFORM UNTIL DEDH-FILE-STATUS = "10"
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
               END-IF
               IF DEDH-FILE-STATUS NOT = "10"
                   IF DEDH-PERIODO NOT = WS-PERIODO
                       MOVE "10" TO DEDH-FILE-STATUS
                   ELSE
                       DELETE DEDHIST
                           INVALID KEY
                               DISPLAY "ERROR AL BORRAR DEDHIST:"
                                   DEDH-NOMI " " DEDH-COD
                               MOVE "10" TO DEDH-FILE-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-DEDH
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO DEDH-FILE-STATUS.

      *------------------------- BORRA COSTO -----------------------------
       BORRA-COSTO.
           PERFORM UNTIL COS-FILE-STATUS = "10"
               MOVE WS-PERIODO TO COS-PERIODO
               MOVE ZEROES TO COS-NOMI
               START COSTO KEY IS NOT LESS THAN COS-LLAVE
                   INVALID KEY MOVE "10" TO COS-FILE-STATUS
               END-START
               IF COS-FILE-STATUS NOT = "10"
                   READ COSTO NEXT RECORD
                       AT END MOVE "10" TO COS-FILE-STATUS
                   END-READ
               END-IF
               IF COS-FILE-STATUS NOT = "10"
                   IF COS-PERIODO NOT = WS-PERIODO
                       MOVE "10" TO COS-FILE-STATUS
                   ELSE
                       DELETE COSTO
                           INVALID KEY
                               DISPLAY "ERROR AL BORRAR COSTO:"
                                   COS-NOMI
                               MOVE "10" TO COS-FILE-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-COSTO
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO COS-FILE-STATUS.

      *------------------------- BORRA HISTORIAL -------------------------
       BORRA-HISTORIAL.
           PERFORM UNTIL HIST-FILE-STATUS = "10"
               MOVE WS-PERIODO TO HIST-PERIODO
               MOVE ZEROES TO HIST-NOMI
               START HISTORIAL KEY IS NOT LESS THAN HIST-LLAVE
                   INVALID KEY MOVE "10" TO HIST-FILE-STATUS
               END-START
               IF HIST-FILE-STATUS NOT = "10"
                   READ HISTORIAL NEXT RECORD
                       AT END MOVE "10" TO HIST-FILE-STATUS
                   END-READ
               END-IF
               IF HIST-FILE-STATUS NOT = "10"
                   IF HIST-PERIODO NOT = WS-PERIODO
                       MOVE "10" TO HIST-FILE-STATUS
                   ELSE
                       DELETE HISTORIAL
                           INVALID KEY
                               DISPLAY "ERROR AL BORRAR HISTORIAL:"
                                   HIST-NOMI
                               MOVE "10" TO HIST-FILE-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-HIST
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO HIST-FILE-STATUS.

      *------------------------- REABRE CALENDARIO -----------------------
      * The reverse of the 2PERCLS calendar step: the reopened period
      * is "A" again and the group's period the close had opened goes
      * back to "F"; the calendar is rewritten from the table in its
      * order.
       REABRE-CALENDARIO.
           MOVE "A" TO CAL-TAB-ESTADO(WS-CAL-IDX).
           IF WS-CAL-SIG > 0
               MOVE "F" TO CAL-TAB-ESTADO(WS-CAL-SIG).
           OPEN OUTPUT CALENDARIO.
           PERFORM VARYING WS-CAL-SCAN FROM 1 BY 1
                   UNTIL WS-CAL-SCAN > WS-CAL-CONT
               MOVE CAL-TAB-PERIODO(WS-CAL-SCAN) TO CAL-PERIODO
               MOVE CAL-TAB-INI(WS-CAL-SCAN) TO CAL-FEC-INI
               MOVE CAL-TAB-FIN(WS-CAL-SCAN) TO CAL-FEC-FIN
               MOVE CAL-TAB-PAGO(WS-CAL-SCAN) TO CAL-FEC-PAGO
               MOVE CAL-TAB-ESTADO(WS-CAL-SCAN) TO CAL-ESTADO
               MOVE CAL-TAB-GRUPO(WS-CAL-SCAN) TO CAL-GRUPO
               WRITE CAL-REG
           END-PERFORM.
           CLOSE CALENDARIO.

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
               MOVE CAL-FEC-FIN TO CAL-TAB-FIN(WS-CAL-CONT)
               MOVE CAL-FEC-PAGO TO CAL-TAB-PAGO(WS-CAL-CONT)
               MOVE CAL-ESTADO TO CAL-TAB-ESTADO(WS-CAL-CONT)
               MOVE CAL-GRUPO TO CAL-TAB-GRUPO(WS-CAL-CONT)
           ELSE
               MOVE "S" TO WS-CAL-LLENO
           END-IF.

      *------------------------- FIRMA OPERADOR --------------------------
      * Sign-on against the OPERADOR.DAT master: unknown id or wrong
      * password ends the run, and only a supervisor may reopen.
       FIRMA-OPERADOR.
           PERFORM CARGA-OPERADORES.
           IF WS-OPER-CONT = 0
               DISPLAY "OPERADOR.DAT NO ENCONTRADO O VACIO"
               STOP RUN.
           DISPLAY "CLAVE DE OPERADOR:".
           ACCEPT WS-OPERADOR.
           DISPLAY "CONTRASENA:".
           ACCEPT WS-PASS.
           PERFORM BUSCA-OPERADOR.
           IF NOT OPER-FND
               DISPLAY "ACCESO DENEGADO"
               STOP RUN.
           IF OPER-TAB-PASS(WS-OPER-IDX) NOT = WS-PASS
               DISPLAY "ACCESO DENEGADO"
               STOP RUN.
           MOVE OPER-TAB-NIVEL(WS-OPER-IDX) TO WS-NIVEL.
           DISPLAY "OPERADOR: " OPER-TAB-NOMB(WS-OPER-IDX).

       CARGA-OPERADORES.
           OPEN INPUT OPERADORES.
           IF OPER-FILE-STATUS = "35"
               DISPLAY "OPERADOR.DAT NO ENCONTRADO"
           ELSE
               PERFORM UNTIL OPER-FILE-STATUS = "10"
                   READ OPERADORES
                       AT END MOVE "10" TO OPER-FILE-STATUS
                       NOT AT END PERFORM GUARDA-OPERADOR
                   END-READ
               END-PERFORM
               CLOSE OPERADORES.

       GUARDA-OPERADOR.
           IF WS-OPER-CONT < 20
               ADD 1 TO WS-OPER-CONT
               MOVE OPER-ID TO OPER-TAB-ID(WS-OPER-CONT)
               MOVE OPER-NOMB TO OPER-TAB-NOMB(WS-OPER-CONT)
               MOVE OPER-PASS TO OPER-TAB-PASS(WS-OPER-CONT)
               MOVE OPER-NIVEL TO OPER-TAB-NIVEL(WS-OPER-CONT)
           END-IF.

       BUSCA-OPERADOR.
           MOVE "N" TO WS-OPER-FND.
           MOVE 0 TO WS-OPER-IDX.
           PERFORM VARYING WS-OPER-SCAN FROM 1 BY 1
                   UNTIL WS-OPER-SCAN > WS-OPER-CONT
               IF OPER-TAB-ID(WS-OPER-SCAN) = WS-OPERADOR
                   MOVE "S" TO WS-OPER-FND
                   MOVE WS-OPER-SCAN TO WS-OPER-IDX
               END-IF
           END-PERFORM.

      *------------------------- GRABA AUDITORIA -------------------------
       GRABA-AUDITORIA-REAPERTURA.
           OPEN EXTEND AUDITORIA.
           IF AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDITORIA.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE ZEROES TO AUD-NOMI.
           MOVE "REAPERTURA" TO AUD-ACCION.
           WRITE AUD-REG.
           CLOSE AUDITORIA.

       END PROGRAM 2PERREAB.
