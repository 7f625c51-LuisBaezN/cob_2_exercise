      *            marginal rate, employment subsidy) instead of the
      *            flat P-type percentage; the percentage remains the
      *            fallback when the tariff file is absent.
      * 15/10/26 - An applied BAJA now hands off to the 2FINIQTO
      *            settlement run, naming the nomina and baja date it
      *            will settle.
      * 15/10/26 - Pay group (EMP-GRUPO: mensual, quincenal or
      *            semanal) captured on ALTA, changeable on CAMBIO and
      *            shown on CONSULTA; the percepcion and the deduction
      *            lines stay monthly figures whatever the group.
      * 15/10/26 - The loan line (PRE) is left to 2PREMNT: it cannot
      *            be captured here, CAMBIO no longer deletes it, and
      *            its installment stays in EMP-DEDU and EMP-NETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2EMPMNT.
       77  WS-FEC-EFEC PIC 9(08) VALUE 0.
       77  WS-STAT-ANT PIC X(01) VALUE SPACES.

      *--------------------- PAY GROUP ---------------------------------
       COPY GRUPTAB.
       77  WS-GRUPO PIC X(01) VALUE "M".
       77  WS-GRP-IDX PIC 9 VALUE 0.
       77  WS-GRP-SCAN PIC 9 VALUE 0.

      *--------------------- DEDUCTION-TYPE CATALOG --------------------
       01  TDED-TAB.
           02 TDED-ENT OCCURS 20 TIMES.
               DISPLAY "DEPARTAMENTO INVALIDO"
               MOVE 1 TO WS-ERR.
           IF WS-ERR = 0
               DISPLAY "GRUPO DE PAGO (M=MENSUAL Q=QUINCENAL "
                   "S=SEMANAL, ESPACIO=M):"
               ACCEPT WS-GRUPO
               PERFORM CAPTURA-GRUPO.
           IF WS-ERR = 0
               DISPLAY "INGRESE PERCEPCION MENSUAL"
               ACCEPT EMP-PERC
               PERFORM CAPTURA-DEDUCCIONES
               IF EMP-DEDU > EMP-PERC
               IF NOT DEPT-FND
                   DISPLAY "DEPARTAMENTO INVALIDO"
                   MOVE 1 TO WS-ERR.
           IF WS-ERR = 0
               DISPLAY "GRUPO DE PAGO ACTUAL: " EMP-GRUPO
               DISPLAY "INGRESE NUEVO GRUPO (ESPACIO=SIN CAMBIO):"
               ACCEPT WS-GRUPO
               IF WS-GRUPO = SPACE
                   MOVE EMP-GRUPO TO WS-GRUPO
               END-IF
               PERFORM CAPTURA-GRUPO.
           IF WS-ERR = 0
               DISPLAY "PERCEPCION ACTUAL: " EMP-PERC
               DISPLAY "INGRESE NUEVA PERCEPCION:"
      * Logical baja: the record stays on file marked "B" with its
      * effective date (the deduction lines stay too, for the final
      * recibo); only the running department totals are backed out so
      * the freed budget can be used. The settlement itself is the
      * 2FINIQTO run, which only accepts a nomina already in baja.
       BAJA-EMPLEADO.
           MOVE 0 TO WS-ERR.
           DISPLAY "INGRESE NOMINA A DAR DE BAJA:".
                                   DEDU-SUM(WS-DEPT-IDX-ANT)
                       END-IF
                       PERFORM GRABA-AUDITORIA-BAJA
                       DISPLAY "BAJA APLICADA, CORRA 2FINIQTO PARA"
                           " LIQUIDAR NOMINA " EMP-NOMI
                           " AL " EMP-FEC-STAT
               END-REWRITE.

      *------------------------- REINGRESO EMPLEADO ----------------------
                   DISPLAY "NETO       : " EMP-NETO
                   DISPLAY "ESTADO     : " EMP-STAT
                       " DESDE " EMP-FEC-STAT
                   MOVE EMP-GRUPO TO WS-GRUPO
                   PERFORM BUSCA-GRUPO
                   IF WS-GRP-IDX > 0
                       DISPLAY "GRUPO PAGO : " GRP-DESC(WS-GRP-IDX)
                   END-IF
                   PERFORM MUESTRA-DEDUCCIONES
           END-READ.

      *------------------------- CAPTURA GRUPO ---------------------------
      * The pay group must be one of GRP-TAB; a blank reads as the
      * monthly group, as on a record written before the groups.
       CAPTURA-GRUPO.
           PERFORM BUSCA-GRUPO.
           IF WS-GRP-IDX = 0
               DISPLAY "GRUPO DE PAGO INVALIDO"
               MOVE 1 TO WS-ERR
           ELSE
               MOVE WS-GRUPO TO EMP-GRUPO
           END-IF.

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

      *------------------------- CAPTURA DEDUCCIONES ---------------------
      * Captures the employee's deduction detail lines against the
      * TIPODED catalog: percentage types compute from EMP-PERC, fixed
      * types take the catalog amount or prompt for one when the
      * catalog carries zero. The running total becomes EMP-DEDU.
      * The loan line (PRE) belongs to 2PREMNT: it is not captured
      * here, but an existing one seeds the running total so EMP-DEDU
      * and EMP-NETO keep carrying the installment.
       CAPTURA-DEDUCCIONES.
           MOVE 0 TO WS-DED-CONT.
           MOVE 0 TO WS-DEDU-TOTAL.
           MOVE EMP-NOMI TO DED-NOMI.
           MOVE "PRE" TO DED-COD.
           READ DEDUCCION
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE DED-IMPORTE TO WS-DEDU-TOTAL
                   DISPLAY "LINEA PRE (PRESTAMO) VIGENTE: " DED-IMPORTE
           END-READ.
           MOVE "00" TO DED-FILE-STATUS.
           MOVE "N" TO WS-FIN-DED.
           PERFORM CAPTURA-LINEA-DED UNTIL FIN-DED.
           MOVE WS-DEDU-TOTAL TO EMP-DEDU.
           IF WS-DED-COD = "FIN" OR WS-DED-COD = SPACES
               MOVE "S" TO WS-FIN-DED
           ELSE
               IF WS-DED-COD = "PRE"
                   DISPLAY "LA LINEA PRE SE MANTIENE EN 2PREMNT"
               ELSE
                   PERFORM BUSCA-TIPO-DED
                   IF NOT TDED-FND
                       DISPLAY "CODIGO DE DEDUCCION INVALIDO"
                   ELSE
                       PERFORM ARMA-LINEA-DED
                   END-IF
               END-IF
           END-IF.

           END-PERFORM.

      *------------------------- BORRA DEDUCCIONES -----------------------
      * Removes every detail line for EMP-NOMI except the loan line
      * (PRE), which 2PREMNT and 2PERCLS maintain: the codes are
      * collected first and then deleted by key so the file position
      * is never disturbed mid-read.
       BORRA-DEDUCCIONES.
           MOVE 0 TO WS-BORRA-CONT.
           MOVE EMP-NOMI TO DED-NOMI.
                           MOVE "10" TO DED-FILE-STATUS
                       ELSE
                           IF WS-BORRA-CONT < 20
                               AND DED-COD NOT = "PRE"
                               ADD 1 TO WS-BORRA-CONT
                               MOVE DED-COD
                                   TO WS-BORRA-COD(WS-BORRA-CONT)
