      * Prepaid cafeteria meal account file Data/MEAL-ACCOUNT.txt -
      * one row per student of the student master, opened by
      * MealAccountBatch the first time it sees the student. The
      * balance is credited by the top-ups LockboxMatchBatch routes
      * to the cafeteria and debited by the meals swiped at the
      * counter. MEA-DATE-MOUVEMENT is the day of the last credit or
      * debit, zero while the account has never been used.
      * MEA-AVIS tells whether the guardian was warned of the low
      * balance (Y), could not be (X) or not yet (N); a top-up that
      * lifts the balance back over the threshold resets it to N.
       01  MEAL-ACCOUNT-RECORD.
           05 MEA-STUDENT-ID        PIC X(6).
           05 MEA-SOLDE             PIC 9(5)V99.
           05 MEA-DATE-OUVERTURE    PIC 9(8).
           05 MEA-DATE-MOUVEMENT    PIC 9(8).
           05 MEA-AVIS              PIC X(1).
               88 MEA-AVIS-ENVOYE   VALUE "Y".
               88 MEA-AVIS-IMPOSSIBLE
                                    VALUE "X".
               88 MEA-SANS-AVIS     VALUE "N".
