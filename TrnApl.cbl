      * Tectonics: cobc
      *
      * Modification history:
      * 15/10/26 - An alta from the HR proposals joins the monthly pay
      *            group; 2EMPMNT moves it to another group.
      * 15/10/26 - CAMBIO and REINGRESO keep the loan line (PRE) when
      *            the detail lines are rebuilt, and its installment
      *            stays in EMP-DEDU and EMP-NETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2TRNAPL.
           02 WS-BORRA-COD OCCURS 20 TIMES PIC X(03) VALUE SPACES.
       77  WS-BORRA-CONT PIC 99 VALUE 0.
       77  WS-BORRA-IDX PIC 99 VALUE 0.
       77  WS-PRE-IMP PIC 9(05)V99 VALUE 0.
       77  WS-DEDU-TOTAL PIC 9(06)V99 VALUE 0.

       77  WS-CONT-APLICADOS PIC 9(04) VALUE 0.
       77  WS-CONT-OMITIDOS PIC 9(04) VALUE 0.
                   END-IF
           END-READ.
           IF WS-ERR = 0
               MOVE 0 TO WS-PRE-IMP
               PERFORM VALIDA-DATOS-TRN
               IF WS-ERR = 0
                   IF PERC-SUM(WS-DEPT-IDX) + TRN-PERC >
               COMPUTE EMP-NETO = TRN-PERC - TRN-DEDU
               MOVE "A" TO EMP-STAT
               ACCEPT EMP-FEC-STAT FROM DATE YYYYMMDD
               MOVE "M" TO EMP-GRUPO
               WRITE EMP-REG
                   INVALID KEY
                       MOVE "NOMINA YA EXISTE" TO WS-MOTIVO
               PERFORM RECHAZA-MOVIMIENTO
           ELSE
               MOVE 0 TO WS-ERR
               PERFORM LEE-LINEA-PRE
               PERFORM VALIDA-DATOS-TRN
               IF WS-ERR = 0
                   IF PERC-SUM(WS-DEPT-IDX) + TRN-PERC >
                   MOVE TRN-NOMB TO EMP-NOMB
                   MOVE TRN-DEPT TO EMP-DEPT
                   MOVE TRN-PERC TO EMP-PERC
                   PERFORM DERIVA-NETO
                   MOVE "A" TO EMP-STAT
                   ACCEPT EMP-FEC-STAT FROM DATE YYYYMMDD
                   REWRITE EMP-REG
                           PERFORM RECHAZA-MOVIMIENTO
                       NOT INVALID KEY
                           ADD TRN-PERC TO PERC-SUM(WS-DEPT-IDX)
                           ADD EMP-DEDU TO DEDU-SUM(WS-DEPT-IDX)
                           PERFORM BORRA-DEDUCCIONES
                           PERFORM GRABA-DED-OTR
                           MOVE "REINGRESO" TO WS-AUD-ACCION
               MOVE EMP-PERC TO WS-PERC-ANT
               MOVE EMP-DEDU TO WS-DEDU-ANT
               MOVE TRN-DEPT TO EMP-DEPT
               PERFORM LEE-LINEA-PRE
               PERFORM VALIDA-DATOS-TRN.
           IF WS-ERR = 0
               IF WS-DEPT-IDX = WS-DEPT-IDX-ANT
               MOVE TRN-NOMB TO EMP-NOMB
               MOVE TRN-DEPT TO EMP-DEPT
               MOVE TRN-PERC TO EMP-PERC
               PERFORM DERIVA-NETO
               REWRITE EMP-REG
                   INVALID KEY
                       MOVE "ERROR AL ACTUALIZAR" TO WS-MOTIVO
                                   DEDU-SUM(WS-DEPT-IDX-ANT)
                       END-IF
                       ADD TRN-PERC TO PERC-SUM(WS-DEPT-IDX)
                       ADD EMP-DEDU TO DEDU-SUM(WS-DEPT-IDX)
                       PERFORM BORRA-DEDUCCIONES
                       PERFORM GRABA-DED-OTR
                       MOVE "CAMBIO" TO WS-AUD-ACCION
      *------------------------- VALIDA DATOS TRN ------------------------
      * The shared half of GRABA-EMPLEADO's edits: the department must
      * be on the catalog with a non-zero budget and the lump
      * deduction, with the loan installment (PRE) the nomina already
      * carries, may not exceed the percepcion. Leaves WS-DEPT-IDX
      * on the target department for the budget check that follows.
       VALIDA-DATOS-TRN.
           MOVE TRN-DEPT TO EMP-DEPT.
                   PERFORM RECHAZA-MOVIMIENTO
                   MOVE 1 TO WS-ERR.
           IF WS-ERR = 0
               IF TRN-DEDU + WS-PRE-IMP > TRN-PERC
                   MOVE "DEDUCCION MAYOR QUE PERC" TO WS-MOTIVO
                   PERFORM RECHAZA-MOVIMIENTO
                   MOVE 1 TO WS-ERR.

      *------------------------- LEE LINEA PRE ---------------------------
      * The loan line (PRE) is 2PREMNT's and 2PERCLS's: it survives the
      * rebuild of the detail lines and stays in EMP-DEDU/EMP-NETO.
       LEE-LINEA-PRE.
           MOVE 0 TO WS-PRE-IMP.
           MOVE EMP-NOMI TO DED-NOMI.
           MOVE "PRE" TO DED-COD.
           READ DEDUCCION
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE DED-IMPORTE TO WS-PRE-IMP
           END-READ.
           MOVE "00" TO DED-FILE-STATUS.

       DERIVA-NETO.
           COMPUTE WS-DEDU-TOTAL = TRN-DEDU + WS-PRE-IMP.
           MOVE WS-DEDU-TOTAL TO EMP-DEDU.
           COMPUTE EMP-NETO = TRN-PERC - WS-DEDU-TOTAL.

      *------------------------- GRABA DED OTR ---------------------------
      * The proposal only carries a lump deduction, so the detail line
      * behind it goes under the catch-all code OTR, exactly as
           END-IF.

      *------------------------- BORRA DEDUCCIONES -----------------------
      * Removes every detail line for EMP-NOMI except the loan line
      * (PRE): the codes are collected first and then deleted by key
      * so the file position is never disturbed mid-read.
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
