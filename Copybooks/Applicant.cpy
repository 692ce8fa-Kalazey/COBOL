      * Applicant file Data/APPLICANT-FILE.txt - one row per
      * candidate for an open post of the position master, keyed by
      * the R family number NextNumberIssuer hands out, maintained by
      * ApplicantTrackingBatch. APL-DEPT is the post's department,
      * fixed when the application is taken.
      * APL-ETAPE: C applied, E interviewed, O offered, A accepted -
      * the hire transaction went out under APL-EMP-ID - and D
      * declined, at whichever step it ended. Each step keeps its
      * date; APL-DATE-DECISION is the day of the acceptance or the
      * decline. APL-DATE-DEBUT and APL-ETP are the start date and
      * the share of a full-time post of the offer.
       01  APPLICANT-RECORD.
           05 APL-ID                PIC X(6).
           05 APL-NAME              PIC X(20).
           05 APL-GENRE             PIC X(1).
           05 APL-BIRTHDATE         PIC 9(8).
           05 APL-POS-ID            PIC X(6).
           05 APL-DEPT              PIC X(4).
           05 APL-ETAPE             PIC X(1).
               88 APL-CANDIDATURE   VALUE "C".
               88 APL-ENTRETIEN     VALUE "E".
               88 APL-OFFRE         VALUE "O".
               88 APL-ACCEPTEE      VALUE "A".
               88 APL-DECLINEE      VALUE "D".
           05 APL-DATE-CANDIDATURE  PIC 9(8).
           05 APL-DATE-ENTRETIEN    PIC 9(8).
           05 APL-DATE-OFFRE        PIC 9(8).
           05 APL-DATE-DECISION     PIC 9(8).
           05 APL-DATE-DEBUT        PIC 9(8).
           05 APL-ETP               PIC 9(1)V99.
           05 APL-EMP-ID            PIC X(6).
