      * Loan register Data/LIBRARY-LOAN.txt - one row per loan of a
      * catalogue copy to a student of the student master, written
      * by LibraryLoanBatch. A loan is out (O) until the copy comes
      * back (R) or is declared lost (P); LibraryTermCharges bills a
      * lost copy, or one still out past its due date at term end,
      * and marks the loan invoiced (F). LON-DATE-RELANCE and
      * LON-RELANCES are the last overdue reminder LibraryOverdueBatch
      * sent and how many were sent.
       01  LIBRARY-LOAN-RECORD.
           05 LON-ITEM-ID           PIC X(8).
           05 LON-COPIE             PIC 9(3).
           05 LON-STUDENT-ID        PIC X(6).
           05 LON-DATE-PRET         PIC 9(8).
           05 LON-DATE-ECHEANCE     PIC 9(8).
           05 LON-DATE-RETOUR       PIC 9(8).
           05 LON-STATUT            PIC X(1).
               88 LON-EN-COURS      VALUE "O".
               88 LON-RENDU         VALUE "R".
               88 LON-PERDU         VALUE "P".
               88 LON-FACTURE       VALUE "F".
           05 LON-DATE-RELANCE      PIC 9(8).
           05 LON-RELANCES          PIC 9(2).
