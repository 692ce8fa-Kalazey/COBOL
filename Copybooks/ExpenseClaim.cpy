      * Employee expense claim file Data/EXPENSE-CLAIMS.txt - one row
      * per claim line ExpenseClaimBatch accepted, keyed by the F
      * family number NextNumberIssuer hands out. EXC-DEPT and
      * EXC-COMPTE are fixed at acceptance: the claimant's
      * department, whose head approves the claim, and the charge
      * account of its category, which the GL posting uses.
      * EXC-STATUT: P waiting on the department head, A approved
      * and due with the next bank file, R rejected by the head,
      * V paid by DirectDepositExtract. EXC-DATE-STATUT is the day
      * the row reached its status - for V, the day of the bank
      * file that carried it.
       01  EXPENSE-CLAIM-RECORD.
           05 EXC-ID                PIC X(6).
           05 EXC-EMP-ID            PIC X(6).
           05 EXC-DATE-FRAIS        PIC 9(8).
           05 EXC-CATEGORIE         PIC X(4).
           05 EXC-MONTANT           PIC 9(5)V99.
           05 EXC-RECU-REF          PIC X(12).
           05 EXC-DEPT              PIC X(4).
           05 EXC-COMPTE            PIC X(6).
           05 EXC-STATUT            PIC X(1).
               88 EXC-EN-ATTENTE    VALUE "P".
               88 EXC-APPROUVEE     VALUE "A".
               88 EXC-REJETEE       VALUE "R".
               88 EXC-VIREE         VALUE "V".
           05 EXC-DATE-STATUT       PIC 9(8).
