      * Diploma requirements file Data/DIPLOMA-REQUIREMENTS.txt,
      * read by DiplomaRequirementsAudit. Two kinds of row, both
      * keyed by the diploma code: one D row per diploma - the
      * class level it closes (the students of that level are the
      * candidates), the minimum overall average over the term
      * history, and the attendance condition: how many archived
      * terms the student must have attended with no more than
      * DRQ-ABSENCES-MAX absences each - then one M row per
      * mandatory subject with the minimum grade to pass it.
       01  DIPLOMA-REQUIREMENT-RECORD.
           05 DRQ-TYPE              PIC X(1).
               88 DRQ-DIPLOME       VALUE "D".
               88 DRQ-MATIERE       VALUE "M".
           05 DRQ-DIPLOME-CODE      PIC X(6).
           05 DRQ-DETAIL            PIC X(14).
           05 DRQ-DETAIL-DIPLOME REDEFINES DRQ-DETAIL.
               10 DRQ-NIVEAU-FINAL  PIC 9(2).
               10 DRQ-MOYENNE-MIN   PIC 9(2)V99.
               10 DRQ-TERMES-MIN    PIC 9(2).
               10 DRQ-ABSENCES-MAX  PIC 9(3).
               10 FILLER            PIC X(3).
           05 DRQ-DETAIL-MATIERE REDEFINES DRQ-DETAIL.
               10 DRQ-SUBJECT-NAME  PIC X(10).
               10 DRQ-NOTE-MIN      PIC 9(2)V99.
