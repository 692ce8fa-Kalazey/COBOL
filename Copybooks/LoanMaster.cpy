      * Installment loan master - one row per loan the club grants
      * a member, linked to the ACCOUNT-MASTER account the monthly
      * instalments are debited from. LoanScheduleBatch creates the
      * row and rewrites it on an early repayment; LoanRepaymentBatch
      * moves the next-instalment pointer, the outstanding principal
      * and the arrears as instalments fall due. LN-TAUX is the
      * nominal annual rate in percent. LN-CAPITAL-RESTANT is the
      * principal still to fall due after LN-PROCHAIN-NUMERO - 1
      * instalments; LN-ARRIERE is what fell due and was not
      * collected. LN-STATUT is A while anything is owed and S once
      * principal and arrears are both cleared.
       01  LOAN-MASTER-RECORD.
           05 LN-LOAN-ID            PIC X(6).
           05 LN-ACC-ID             PIC X(6).
           05 LN-PRINCIPAL          PIC 9(7)V99.
           05 LN-TAUX               PIC 9(2)V9(4).
           05 LN-DUREE              PIC 9(3).
           05 LN-PREMIERE-ECHEANCE  PIC 9(8).
           05 LN-MENSUALITE         PIC 9(7)V99.
           05 LN-CAPITAL-RESTANT    PIC 9(7)V99.
           05 LN-ARRIERE            PIC 9(7)V99.
           05 LN-PROCHAIN-NUMERO    PIC 9(3).
           05 LN-STATUT             PIC X(1).
               88 LN-ACTIF          VALUE "A".
               88 LN-SOLDE          VALUE "S".
           05 LN-DATE-OUVERTURE     PIC 9(8).
