      * Merit-increase worksheet Data/MERIT-WORKSHEET.txt - one row
      * per employee rated in a review year. MeritIncreaseBatch
      * fills it from the managers' ratings: the position of the
      * salary in the department's range (quartile 1 to 4) and the
      * rating give the guideline percentage MW-TAUX-SUGGERE, the
      * manager may enter another (MW-TAUX-SAISI), and
      * MW-AUGMENTATION is the raise that percentage gives on
      * MW-SALAIRE, the salary at rating time.
      * MW-STATUT: S entered, P submitted with the department's
      * worksheet for approval (MW-REVISION numbers the submission),
      * A approved and due at MW-DATE-EFFET, R rejected - the
      * department rates again and resubmits - and V applied to
      * the payroll file. MW-DATE-STATUT is the day the row reached
      * its status.
       01  MERIT-WORKSHEET-RECORD.
           05 MW-ANNEE              PIC 9(4).
           05 MW-EMP-ID             PIC X(6).
           05 MW-DEPT               PIC X(4).
           05 MW-NOTE               PIC 9(1).
           05 MW-QUARTILE           PIC 9(1).
           05 MW-SALAIRE            PIC 9(6)V99.
           05 MW-TAUX-SUGGERE       PIC 9(2)V99.
           05 MW-TAUX-SAISI         PIC 9(2)V99.
           05 MW-AUGMENTATION       PIC 9(5)V99.
           05 MW-EVALUATEUR         PIC X(8).
           05 MW-REVISION           PIC 9(2).
           05 MW-STATUT             PIC X(1).
               88 MW-SAISI          VALUE "S".
               88 MW-SOUMIS         VALUE "P".
               88 MW-APPROUVE       VALUE "A".
               88 MW-REJETE         VALUE "R".
               88 MW-APPLIQUE       VALUE "V".
           05 MW-DATE-EFFET         PIC 9(8).
           05 MW-DATE-STATUT        PIC 9(8).
