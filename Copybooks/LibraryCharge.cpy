      * Book charges Data/LIBRARY-CHARGE.txt - one row per copy lost
      * (motif P) or not returned by term end (motif N), raised by
      * LibraryTermCharges at the replacement price of the catalogue.
      * A charge waits (A) until TuitionInvoiceBatch adds it as an
      * extra line to the student's next tuition invoice and marks
      * it invoiced (F) with that invoice's term; a copy brought
      * back before then cancels the charge (X).
       01  LIBRARY-CHARGE-RECORD.
           05 CHG-STUDENT-ID        PIC X(6).
           05 CHG-ITEM-ID           PIC X(8).
           05 CHG-COPIE             PIC 9(3).
           05 CHG-TITRE             PIC X(30).
           05 CHG-MOTIF             PIC X(1).
               88 CHG-PERDU         VALUE "P".
               88 CHG-NON-RENDU     VALUE "N".
           05 CHG-MONTANT           PIC 9(5)V99.
           05 CHG-DATE              PIC 9(8).
           05 CHG-STATUT            PIC X(1).
               88 CHG-EN-ATTENTE    VALUE "A".
               88 CHG-FACTUREE      VALUE "F".
               88 CHG-ANNULEE       VALUE "X".
           05 CHG-TERME             PIC X(6).
