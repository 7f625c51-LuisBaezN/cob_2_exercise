      *----------------------------------------------------------------
      * CTL-REG - extract batch control record (LOTECTL.DAT), one
      * line per pay group (CTL-GRUPO, blank on a line written before
      * the groups existed: monthly) holding the group's last batch
      * number generated and its state:
      * "G" generated but not yet confirmed transmitted, "T"
      * transmitted (confirmed by a balanced return reconciliation).
      * 2BANKEXT only advances to a new number once the previous
      * batch is marked "T", so a transmitted file is never rebuilt
      * under the same number. CTL-PERIODO is the payroll period the
      * batch disburses, so a period whose batch already left cannot
      * be reopened. Batch numbers are one consecutive across the
      * groups; each group's pending batch only holds back that group.
      *----------------------------------------------------------------
       01  CTL-REG.
           02 CTL-SECUENCIA PIC 9(06) VALUE ZEROES.
           02 CTL-ESTADO    PIC X(01) VALUE "T".
               88 CTL-GENERADO VALUE "G".
               88 CTL-TRANSMITIDO VALUE "T".
           02 CTL-PERIODO   PIC 9(06) VALUE ZEROES.
           02 CTL-GRUPO     PIC X(01) VALUE "M".
