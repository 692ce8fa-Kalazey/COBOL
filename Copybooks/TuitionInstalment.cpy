      * Tuition payment-plan instalment file
      * Data/TUITION-INSTALMENT.txt - one row per instalment of an
      * invoice put on a payment plan, keyed by the invoice (student
      * and term) and the instalment number, written by
      * TuitionPlanMaintenance. The instalments share out the open
      * balance of the invoice when the plan was set up, one due
      * date a month. TuitionPaymentApply adds what it applies to
      * INS-REGLE and flips the instalment to P once settled;
      * TuitionLateFeeBatch records in INS-FRAIS-RETARD the late fee
      * charged on an instalment left unpaid past the grace period
      * (at most once, dated INS-DATE-FRAIS). An instalment owes
      * INS-MONTANT plus INS-FRAIS-RETARD less INS-REGLE.
       01  TUITION-INSTALMENT-RECORD.
           05 INS-STUDENT-ID        PIC X(6).
           05 INS-TERME             PIC X(6).
           05 INS-NUMERO            PIC 9(2).
           05 INS-ECHEANCE          PIC 9(8).
           05 INS-MONTANT           PIC 9(5)V99.
           05 INS-REGLE             PIC 9(5)V99.
           05 INS-FRAIS-RETARD      PIC 9(5)V99.
           05 INS-DATE-FRAIS        PIC 9(8).
           05 INS-STATUT            PIC X(1).
               88 INS-OUVERTE       VALUE "O".
               88 INS-PAYEE         VALUE "P".
