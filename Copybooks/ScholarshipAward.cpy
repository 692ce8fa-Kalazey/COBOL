      * Scholarship and financial-aid award file
      * Data/SCHOLARSHIP-AWARD.txt - one row per award, keyed by
      * student, term and funding source (a student can hold a
      * bursary and a sibling reduction the same term), maintained
      * by ScholarshipAwardMaintenance. AWD-VALEUR is a percentage
      * of the gross fee for type P, an amount for type M.
      * AWD-MOYENNE-MIN is the term average the student must keep,
      * zero for none. TuitionInvoiceBatch applies the award when it
      * invoices the term - status F with the amount deducted in
      * AWD-MONTANT-ACCORDE - or lapses it - status L - when the
      * student's average is below the condition; AWD-DATE-STATUT
      * is the day of the last status change.
       01  SCHOLARSHIP-AWARD-RECORD.
           05 AWD-STUDENT-ID        PIC X(6).
           05 AWD-TERME             PIC X(6).
           05 AWD-SOURCE            PIC X(8).
           05 AWD-TYPE              PIC X(1).
               88 AWD-POURCENTAGE   VALUE "P".
               88 AWD-FORFAIT       VALUE "M".
           05 AWD-VALEUR            PIC 9(5)V99.
           05 AWD-MOYENNE-MIN       PIC 9(2)V99.
           05 AWD-STATUT            PIC X(1).
               88 AWD-ACTIVE        VALUE "A".
               88 AWD-CADUQUE       VALUE "L".
               88 AWD-FACTUREE      VALUE "F".
           05 AWD-DATE-STATUT       PIC 9(8).
           05 AWD-MONTANT-ACCORDE   PIC 9(5)V99.
