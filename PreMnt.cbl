      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Employee loan maintenance - ALTA/CAMBIO/CANCELACION/
      *          CONSULTA against the indexed PRESTAMOS master (one loan
      *          per nomina: principal, installment, start period and
      *          outstanding balance). A loan starts in and is set
      *          against the open period of the employee's own pay
      *          group, and the installment (per pay period) must fit in
      *          that group's prorated percepcion. The loan owns the PRE
      *          deduction line: once the start period is reached - by
      *          calendar date, since period numbers only order within
      *          one group - the line carries the installment, capped at
      *          the balance, and EMP-DEDU/EMP-NETO are re-derived.
      *          2PERCLS applies the installments at close.
      * Tectonics: cobc
      *
      * Modification history:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2PREMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-NOMI
               FILE STATUS IS PTM-FILE-STATUS.
           SELECT EMPLOYEES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NOMI
               FILE STATUS IS EMP-FILE-STATUS.
           SELECT DEDUCCION ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-LLAVE
               FILE STATUS IS DED-FILE-STATUS.
           SELECT CALENDARIO ASSIGN TO "CALEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.
           SELECT OPERADORES ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS.
       COPY PTMREC.

       FD  EMPLOYEES.
       COPY EMPREG.

       FD  DEDUCCION.
       COPY DEDREC.

       FD  CALENDARIO.
       COPY CALREC.

       FD  AUDITORIA.
       COPY AUDITREC.

       FD  OPERADORES.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       77  PTM-FILE-STATUS PIC XX VALUE "00".
       77  EMP-FILE-STATUS PIC XX VALUE "00".
       77  DED-FILE-STATUS PIC XX VALUE "00".
       77  CAL-FILE-STATUS PIC XX VALUE "00".
       77  AUD-FILE-STATUS PIC XX VALUE "00".
       77  OPER-FILE-STATUS PIC XX VALUE "00".
       77  WS-OPERADOR PIC X(08) VALUE SPACES.

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
       77  WS-OPCION PIC 9 VALUE 0.
       77  WS-SALIR PIC X VALUE "N".
           88 SALIR-MNT VALUE "S".
       77  WS-NOMI-BUSCA PIC 9(06) VALUE 0.
       77  WS-ERR PIC 9 VALUE 0.

      *--------------------- PAYROLL CALENDAR --------------------------
       01  CAL-TAB.
           02 CAL-ENT OCCURS 200 TIMES.
               03 CAL-TAB-PERIODO PIC 9(06) VALUE ZEROES.
               03 CAL-TAB-INI     PIC 9(08) VALUE ZEROES.
               03 CAL-TAB-ESTADO  PIC X(01) VALUE "F".
               03 CAL-TAB-GRUPO   PIC X(01) VALUE "M".
       77  WS-CAL-CONT PIC 999 VALUE 0.
       77  WS-CAL-IDX PIC 999 VALUE 0.
       77  WS-CAL-SCAN PIC 999 VALUE 0.
       77  WS-CAL-FND PIC X VALUE "N".
           88 CAL-FND VALUE "S".
       77  WS-PERIODO PIC 9(06) VALUE 0.
       77  WS-PER-ABIERTO PIC 9(06) VALUE 0.
       77  WS-INI-ABIERTO PIC 9(08) VALUE 0.
       77  WS-INI-PTM PIC 9(08) VALUE 0.
       77  WS-PRE-INICIADO PIC X VALUE "N".
           88 PRE-INICIADO VALUE "S".

      *--------------------- PAY GROUP ---------------------------------
       COPY GRUPTAB.
       77  WS-GRUPO PIC X(01) VALUE "M".
       77  WS-GRP-IDX PIC 9 VALUE 1.
       77  WS-GRP-SCAN PIC 9 VALUE 0.
       77  WS-PERC-PER PIC 9(06)V99 VALUE 0.
       77  WS-DEDU-PER PIC 9(06)V99 VALUE 0.

      *--------------------- LOAN WORK ---------------------------------
       77  WS-PTM-EXISTE PIC X VALUE "N".
           88 PTM-EXISTE VALUE "S".
       77  WS-CAPITAL PIC 9(06)V99 VALUE 0.
       77  WS-ABONO PIC 9(05)V99 VALUE 0.
       77  WS-PTM-LINEA PIC 9(05)V99 VALUE 0.
       77  WS-DEDU-OTRAS PIC 9(06)V99 VALUE 0.
       77  WS-DEDU-TOTAL PIC 9(06)V99 VALUE 0.
       77  WS-DED-FND PIC X VALUE "N".
           88 DED-FND VALUE "S".
       PROCEDURE DIVISION.

      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           DISPLAY "MANTENIMIENTO DE PRESTAMOS A EMPLEADOS".
           PERFORM FIRMA-OPERADOR.
           IF WS-NIVEL < 2
               DISPLAY "NIVEL INSUFICIENTE PARA MANTENIMIENTO"
               STOP RUN.
           PERFORM CARGA-CALENDARIO.
           PERFORM BUSCA-PERIODO-ABIERTO.
           IF WS-PER-ABIERTO = 0
               DISPLAY "SIN PERIODO ABIERTO EN CALEND.DAT"
               STOP RUN.
           OPEN I-O EMPLOYEES.
           IF EMP-FILE-STATUS = "35"
               DISPLAY "EMPLOYEES NO EXISTE, CAPTURE EMPLEADOS PRIMERO"
               STOP RUN.
           OPEN I-O PRESTAMOS.
           IF PTM-FILE-STATUS = "35"
               OPEN OUTPUT PRESTAMOS
               CLOSE PRESTAMOS
               OPEN I-O PRESTAMOS.
           OPEN I-O DEDUCCION.
           IF DED-FILE-STATUS = "35"
               OPEN OUTPUT DEDUCCION
               CLOSE DEDUCCION
               OPEN I-O DEDUCCION.
           PERFORM MUESTRA-MENU UNTIL SALIR-MNT.
           CLOSE PRESTAMOS.
           CLOSE EMPLOYEES.
           CLOSE DEDUCCION.
           STOP RUN.

      *------------------------- MUESTRA MENU ---------------------------
       MUESTRA-MENU.
           DISPLAY "1 - ALTA DE PRESTAMO".
           DISPLAY "2 - CAMBIO DE ABONO".
           DISPLAY "3 - CANCELACION DE PRESTAMO".
           DISPLAY "4 - CONSULTA DE PRESTAMO".
           DISPLAY "5 - SALIR".
           DISPLAY "SELECCIONE UNA OPCION:".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1 PERFORM ALTA-PRESTAMO
               WHEN 2 PERFORM CAMBIO-ABONO
               WHEN 3
                   IF WS-NIVEL < 3
                       DISPLAY "CANCELACION REQUIERE NIVEL SUPERVISOR"
                   ELSE
                       PERFORM CANCELA-PRESTAMO
                   END-IF
               WHEN 4 PERFORM CONSULTA-PRESTAMO
               WHEN 5 MOVE "S" TO WS-SALIR
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      *------------------------- ALTA PRESTAMO --------------------------
      * A nomina carries one loan at a time; a paid or cancelled loan
      * is replaced by the new one. The balance starts at the
      * principal and the PRE line is set now if the start period is
      * the open one, otherwise by the close that opens it.
       ALTA-PRESTAMO.
           MOVE 0 TO WS-ERR.
           DISPLAY "INGRESE NOMINA:".
           ACCEPT WS-NOMI-BUSCA.
           PERFORM LEE-EMPLEADO.
           IF WS-ERR = 0
               MOVE "N" TO WS-PTM-EXISTE
               MOVE WS-NOMI-BUSCA TO PTM-NOMI
               READ PRESTAMOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO WS-PTM-EXISTE
               END-READ
               IF PTM-EXISTE AND PTM-VIGENTE
                   DISPLAY "LA NOMINA YA TIENE PRESTAMO VIGENTE,"
                       " SALDO: " PTM-SALDO
                   MOVE 1 TO WS-ERR
               END-IF
           END-IF.
           IF WS-ERR = 0
               DISPLAY "IMPORTE PRESTADO:"
               ACCEPT WS-CAPITAL
               DISPLAY "ABONO POR PERIODO:"
               ACCEPT WS-ABONO
               IF WS-CAPITAL = 0 OR WS-ABONO = 0
                   DISPLAY "IMPORTE Y ABONO DEBEN SER MAYORES A CERO"
                   MOVE 1 TO WS-ERR
               ELSE
                   IF WS-ABONO > WS-CAPITAL
                       DISPLAY "EL ABONO EXCEDE EL IMPORTE PRESTADO"
                       MOVE 1 TO WS-ERR
                   END-IF
               END-IF
           END-IF.
           IF WS-ERR = 0
               DISPLAY "PERIODO DEL PRIMER ABONO AAAAPP (0=ABIERTO):"
               ACCEPT WS-PERIODO
               IF WS-PERIODO = 0
                   MOVE WS-PER-ABIERTO TO WS-PERIODO
               END-IF
               PERFORM BUSCA-PERIODO-CAL
               IF NOT CAL-FND
                   DISPLAY "PERIODO NO ESTA EN EL CALENDARIO"
                   MOVE 1 TO WS-ERR
               ELSE
                   IF CAL-TAB-ESTADO(WS-CAL-IDX) = "C"
                       DISPLAY "EL PERIODO YA ESTA CERRADO"
                       MOVE 1 TO WS-ERR
                   END-IF
                   IF NOT (CAL-TAB-GRUPO(WS-CAL-IDX) = WS-GRUPO
                       OR (CAL-TAB-GRUPO(WS-CAL-IDX) = SPACE
                           AND WS-GRUPO = "M"))
                       DISPLAY "EL PERIODO ES DE OTRO GRUPO DE PAGO"
                       MOVE 1 TO WS-ERR
                   END-IF
               END-IF
           END-IF.
           IF WS-ERR = 0
               MOVE WS-NOMI-BUSCA TO PTM-NOMI
               MOVE WS-CAPITAL TO PTM-CAPITAL
               MOVE WS-ABONO TO PTM-ABONO
               MOVE WS-PERIODO TO PTM-PER-INI
               MOVE WS-CAPITAL TO PTM-SALDO
               MOVE ZEROES TO PTM-ULT-PER
               ACCEPT PTM-FEC-ALTA FROM DATE YYYYMMDD
               MOVE "A" TO PTM-ESTADO
               PERFORM VERIFICA-INICIO-PRE
               IF PRE-INICIADO
                   PERFORM VERIFICA-LINEA-PRE
               END-IF
           END-IF.
           IF WS-ERR = 0
               IF PTM-EXISTE
                   REWRITE PTM-REG
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR PRESTAMO"
                           MOVE 1 TO WS-ERR
                   END-REWRITE
               ELSE
                   WRITE PTM-REG
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR PRESTAMO"
                           MOVE 1 TO WS-ERR
                   END-WRITE
               END-IF
           END-IF.
           IF WS-ERR = 0
               IF PRE-INICIADO
                   PERFORM FIJA-LINEA-PRE
               END-IF
               MOVE "ALTA-PTMO" TO AUD-ACCION
               PERFORM ESCRIBE-AUDITORIA
               DISPLAY "PRESTAMO REGISTRADO"
           END-IF.

      *------------------------- CAMBIO ABONO ---------------------------
      * Only the installment changes here; the balance moves only at
      * close. A loan already deducting gets its PRE line reset now.
       CAMBIO-ABONO.
           MOVE 0 TO WS-ERR.
           DISPLAY "INGRESE NOMINA:".
           ACCEPT WS-NOMI-BUSCA.
           PERFORM LEE-PRESTAMO-VIGENTE.
           IF WS-ERR = 0
               PERFORM LEE-EMPLEADO.
           IF WS-ERR = 0
               DISPLAY "ABONO ACTUAL: " PTM-ABONO
                   "  SALDO: " PTM-SALDO
               DISPLAY "NUEVO ABONO POR PERIODO:"
               ACCEPT WS-ABONO
               IF WS-ABONO = 0
                   DISPLAY "EL ABONO DEBE SER MAYOR A CERO"
                   MOVE 1 TO WS-ERR
               ELSE
                   MOVE WS-ABONO TO PTM-ABONO
                   PERFORM VERIFICA-INICIO-PRE
                   IF PRE-INICIADO
                       PERFORM VERIFICA-LINEA-PRE
                   END-IF
               END-IF
           END-IF.
           IF WS-ERR = 0
               REWRITE PTM-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR PRESTAMO"
                       MOVE 1 TO WS-ERR
               END-REWRITE
           END-IF.
           IF WS-ERR = 0
               IF PRE-INICIADO
                   PERFORM FIJA-LINEA-PRE
               END-IF
               MOVE "CAM-PTMO" TO AUD-ACCION
               PERFORM ESCRIBE-AUDITORIA
               DISPLAY "ABONO ACTUALIZADO"
           END-IF.

      *------------------------- CANCELA PRESTAMO -----------------------
      * A cancelled loan keeps its record and balance for the history
      * but stops deducting: the PRE line is dropped.
       CANCELA-PRESTAMO.
           MOVE 0 TO WS-ERR.
           DISPLAY "INGRESE NOMINA:".
           ACCEPT WS-NOMI-BUSCA.
           PERFORM LEE-PRESTAMO-VIGENTE.
           IF WS-ERR = 0
               PERFORM LEE-EMPLEADO.
           IF WS-ERR = 0
               DISPLAY "SALDO POR COBRAR: " PTM-SALDO
               MOVE "C" TO PTM-ESTADO
               REWRITE PTM-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR PRESTAMO"
                       MOVE 1 TO WS-ERR
               END-REWRITE
           END-IF.
           IF WS-ERR = 0
               PERFORM QUITA-LINEA-PRE
               MOVE "CANC-PTMO" TO AUD-ACCION
               PERFORM ESCRIBE-AUDITORIA
               DISPLAY "PRESTAMO CANCELADO"
           END-IF.

      *------------------------- CONSULTA PRESTAMO ----------------------
       CONSULTA-PRESTAMO.
           DISPLAY "INGRESE NOMINA A CONSULTAR:".
           ACCEPT WS-NOMI-BUSCA.
           MOVE WS-NOMI-BUSCA TO PTM-NOMI.
           READ PRESTAMOS
               INVALID KEY
                   DISPLAY "LA NOMINA NO TIENE PRESTAMO"
               NOT INVALID KEY
                   DISPLAY "NOMINA        : " PTM-NOMI
                   DISPLAY "IMPORTE       : " PTM-CAPITAL
                   DISPLAY "ABONO         : " PTM-ABONO
                   DISPLAY "PRIMER PERIODO: " PTM-PER-INI
                   DISPLAY "SALDO         : " PTM-SALDO
                   DISPLAY "ULTIMO ABONO  : " PTM-ULT-PER
                   DISPLAY "FECHA ALTA    : " PTM-FEC-ALTA
                   DISPLAY "ESTADO        : " PTM-ESTADO
           END-READ.

      *------------------------- LEE EMPLEADO ----------------------------
       LEE-EMPLEADO.
           MOVE WS-NOMI-BUSCA TO EMP-NOMI.
           READ EMPLOYEES
               INVALID KEY
                   DISPLAY "NOMINA NO EXISTE EN EMPLEADOS"
                   MOVE 1 TO WS-ERR
           END-READ.
           IF WS-ERR = 0
               IF EMP-BAJA
                   DISPLAY "EMPLEADO DADO DE BAJA"
                   MOVE 1 TO WS-ERR
               ELSE
                   DISPLAY "EMPLEADO: " EMP-NOMB
               END-IF
           END-IF.
           IF WS-ERR = 0
               MOVE EMP-GRUPO TO WS-GRUPO
               PERFORM BUSCA-GRUPO
               IF WS-GRP-IDX = 0
                   MOVE 1 TO WS-GRP-IDX
                   MOVE "M" TO WS-GRUPO
               END-IF
               PERFORM BUSCA-PERIODO-ABIERTO
               IF WS-PER-ABIERTO = 0
                   DISPLAY "SIN PERIODO ABIERTO DEL GRUPO "
                       GRP-DESC(WS-GRP-IDX)
                   MOVE 1 TO WS-ERR
               ELSE
                   DISPLAY "GRUPO: " GRP-DESC(WS-GRP-IDX)
                       " PERIODO ABIERTO: " WS-PER-ABIERTO
               END-IF
           END-IF.

       LEE-PRESTAMO-VIGENTE.
           MOVE WS-NOMI-BUSCA TO PTM-NOMI.
           READ PRESTAMOS
               INVALID KEY
                   DISPLAY "LA NOMINA NO TIENE PRESTAMO"
                   MOVE 1 TO WS-ERR
           END-READ.
           IF WS-ERR = 0
               IF NOT PTM-VIGENTE
                   DISPLAY "EL PRESTAMO NO ESTA VIGENTE"
                   MOVE 1 TO WS-ERR
               END-IF
           END-IF.

      *------------------------- VERIFICA LINEA PRE ----------------------
      * The installment, capped at the balance, must fit in the
      * percepcion together with the employee's other lines, both
      * prorated to the pay group's period (the installment is
      * already a per-period amount).
       VERIFICA-LINEA-PRE.
           IF PTM-ABONO > PTM-SALDO
               MOVE PTM-SALDO TO WS-PTM-LINEA
           ELSE
               MOVE PTM-ABONO TO WS-PTM-LINEA
           END-IF.
           PERFORM SUMA-OTRAS-LINEAS.
           COMPUTE WS-PERC-PER ROUNDED =
                   EMP-PERC * GRP-DIAS(WS-GRP-IDX) / 30.
           COMPUTE WS-DEDU-PER ROUNDED =
                   WS-DEDU-OTRAS * GRP-DIAS(WS-GRP-IDX) / 30.
           IF WS-DEDU-PER + WS-PTM-LINEA > WS-PERC-PER
               DISPLAY "DEDUCCION MAYOR QUE PERCEPCION"
               MOVE 1 TO WS-ERR
           END-IF.

      *------------------------- FIJA LINEA PRE --------------------------
       FIJA-LINEA-PRE.
           MOVE "N" TO WS-DED-FND.
           MOVE EMP-NOMI TO DED-NOMI.
           MOVE "PRE" TO DED-COD.
           READ DEDUCCION
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO WS-DED-FND
           END-READ.
           MOVE "00" TO DED-FILE-STATUS.
           MOVE EMP-NOMI TO DED-NOMI.
           MOVE "PRE" TO DED-COD.
           MOVE WS-PTM-LINEA TO DED-IMPORTE.
           IF DED-FND
               REWRITE DED-REG
                   INVALID KEY DISPLAY "ERROR AL GRABAR LINEA PRE"
               END-REWRITE
           ELSE
               WRITE DED-REG
                   INVALID KEY DISPLAY "ERROR AL GRABAR LINEA PRE"
               END-WRITE
           END-IF.
           PERFORM RECALCULA-NETO.

       QUITA-LINEA-PRE.
           MOVE EMP-NOMI TO DED-NOMI.
           MOVE "PRE" TO DED-COD.
           DELETE DEDUCCION
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE "00" TO DED-FILE-STATUS.
           PERFORM RECALCULA-NETO.

      *------------------------- SUMA OTRAS LINEAS -----------------------
       SUMA-OTRAS-LINEAS.
           MOVE 0 TO WS-DEDU-OTRAS.
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
                           IF DED-COD NOT = "PRE"
                               ADD DED-IMPORTE TO WS-DEDU-OTRAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO DED-FILE-STATUS.

      *------------------------- RECALCULA NETO --------------------------
      * EMP-DEDU/EMP-NETO re-derived from the employee's lines the way
      * 2EMPMNT derives them at capture.
       RECALCULA-NETO.
           PERFORM SUMA-OTRAS-LINEAS.
           MOVE WS-DEDU-OTRAS TO WS-DEDU-TOTAL.
           MOVE EMP-NOMI TO DED-NOMI.
           MOVE "PRE" TO DED-COD.
           READ DEDUCCION
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD DED-IMPORTE TO WS-DEDU-TOTAL
           END-READ.
           MOVE "00" TO DED-FILE-STATUS.
           MOVE WS-DEDU-TOTAL TO EMP-DEDU.
           COMPUTE EMP-NETO = EMP-PERC - WS-DEDU-TOTAL.
           REWRITE EMP-REG
               INVALID KEY DISPLAY "ERROR AL ACTUALIZAR EMPLEADO"
           END-REWRITE.

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
               MOVE CAL-ESTADO TO CAL-TAB-ESTADO(WS-CAL-CONT)
               MOVE CAL-GRUPO TO CAL-TAB-GRUPO(WS-CAL-CONT)
           END-IF.

       BUSCA-PERIODO-CAL.
           MOVE "N" TO WS-CAL-FND.
           MOVE 0 TO WS-CAL-IDX.
           PERFORM VARYING WS-CAL-SCAN FROM 1 BY 1
                   UNTIL WS-CAL-SCAN > WS-CAL-CONT
               IF CAL-TAB-PERIODO(WS-CAL-SCAN) = WS-PERIODO
                   MOVE "S" TO WS-CAL-FND
                   MOVE WS-CAL-SCAN TO WS-CAL-IDX
               END-IF
           END-PERFORM.

       BUSCA-PERIODO-ABIERTO.
           MOVE 0 TO WS-PER-ABIERTO.
           MOVE 0 TO WS-INI-ABIERTO.
           PERFORM VARYING WS-CAL-SCAN FROM 1 BY 1
                   UNTIL WS-CAL-SCAN > WS-CAL-CONT
               IF CAL-TAB-ESTADO(WS-CAL-SCAN) = "A"
                   AND (CAL-TAB-GRUPO(WS-CAL-SCAN) = WS-GRUPO
                     OR (CAL-TAB-GRUPO(WS-CAL-SCAN) = SPACE
                         AND WS-GRUPO = "M"))
                   MOVE CAL-TAB-PERIODO(WS-CAL-SCAN) TO WS-PER-ABIERTO
                   MOVE CAL-TAB-INI(WS-CAL-SCAN) TO WS-INI-ABIERTO
               END-IF
           END-PERFORM.

      * Has the loan started by the open period? Period numbers only
      * run in order within one pay group, so the two periods are
      * placed by their calendar start dates, by number when either
      * one is missing, as 2PERCLS decides it at close.
       VERIFICA-INICIO-PRE.
           MOVE "N" TO WS-PRE-INICIADO.
           MOVE 0 TO WS-INI-PTM.
           PERFORM VARYING WS-CAL-SCAN FROM 1 BY 1
                   UNTIL WS-CAL-SCAN > WS-CAL-CONT
               IF CAL-TAB-PERIODO(WS-CAL-SCAN) = PTM-PER-INI
                   MOVE CAL-TAB-INI(WS-CAL-SCAN) TO WS-INI-PTM
               END-IF
           END-PERFORM.
           IF WS-INI-PTM > 0 AND WS-INI-ABIERTO > 0
               IF WS-INI-PTM NOT > WS-INI-ABIERTO
                   MOVE "S" TO WS-PRE-INICIADO
               END-IF
           ELSE
               IF PTM-PER-INI NOT > WS-PER-ABIERTO
                   MOVE "S" TO WS-PRE-INICIADO
               END-IF
           END-IF.

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

      *------------------------- FIRMA OPERADOR --------------------------
      * Sign-on against the OPERADOR.DAT master: unknown id or wrong
      * password ends the run, so the audit trail only ever carries
      * authorized operator ids and WS-NIVEL gates the menu.
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
       ESCRIBE-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           IF AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDITORIA.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE WS-NOMI-BUSCA TO AUD-NOMI.
           WRITE AUD-REG.
           CLOSE AUDITORIA.

       END PROGRAM 2PREMNT.
