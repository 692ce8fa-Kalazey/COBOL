      * Issued-cheque register - one row per cheque ChequeIssueBatch
      * prints, kept for the life of the cheque. CHQ-NUMERO is the
      * K-family number NextNumberIssuer hands out, the same number
      * printed on the cheque and sent on the positive-pay file.
      * CHQ-SOURCE says what the cheque pays: P payroll net pay, T a
      * tuition refund, M a member withdrawal; CHQ-BENEF-ID is the
      * employee, student or account it pays. CHQ-STATUT moves E
      * (issued) to P (paid, ChequePaidReconciliation from the
      * bank's paid-cheque file) or A (voided); CHQ-DATE-STATUT is
      * the date of that move and CHQ-MONTANT-PAYE the amount the
      * bank paid.
       01  ISSUED-CHEQUE-RECORD.
           05 CHQ-NUMERO            PIC X(6).
           05 CHQ-DATE-EMISSION     PIC 9(8).
           05 CHQ-MONTANT           PIC 9(7)V99.
           05 CHQ-SOURCE            PIC X(1).
               88 CHQ-PAIE          VALUE "P".
               88 CHQ-REMB-SCOLAR   VALUE "T".
               88 CHQ-RETRAIT       VALUE "M".
           05 CHQ-BENEF-ID          PIC X(6).
           05 CHQ-BENEF-NOM         PIC X(20).
           05 CHQ-REFERENCE         PIC X(20).
           05 CHQ-STATUT            PIC X(1).
               88 CHQ-EMIS          VALUE "E".
               88 CHQ-PAYE          VALUE "P".
               88 CHQ-ANNULE        VALUE "A".
           05 CHQ-DATE-STATUT       PIC 9(8).
           05 CHQ-MONTANT-PAYE      PIC 9(7)V99.
           05 CHQ-RUN-ID            PIC X(14).
