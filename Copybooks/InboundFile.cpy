      * Inbound file register Data/INBOUND-FILE-REGISTER.txt - one
      * row per file a stream expects from outside (bank, lockbox,
      * EDI partner, time clocks): the stream and file id, where
      * the file lands, the arrival window (HHMM, a window ending
      * before it starts runs across midnight), the lowest and
      * highest believable record count, the trailer convention
      * of FileTrailerCheck (O trailer required, F checked when
      * present, N none) with the column and length of the hashed
      * amount, and up to three steps of the stream that consume
      * the file. InboundArrivalCheck checks every row early in the
      * stream; JobControlDriver holds a consuming step until the
      * file has been accepted for the day.
       01  INBOUND-FILE-RECORD.
           05 IFR-STREAM            PIC X(8).
           05 IFR-FILE-ID           PIC X(10).
           05 IFR-PATH              PIC X(40).
           05 IFR-FENETRE-DEBUT     PIC 9(4).
           05 IFR-FENETRE-FIN       PIC 9(4).
           05 IFR-MIN-ENREG         PIC 9(7).
           05 IFR-MAX-ENREG         PIC 9(7).
           05 IFR-TRAILER           PIC X(1).
               88 IFR-TRAILER-EXIGE VALUE "O".
               88 IFR-TRAILER-FACULTATIF VALUE "F".
               88 IFR-SANS-TRAILER  VALUE "N".
           05 IFR-AMOUNT-COL        PIC 9(3).
           05 IFR-AMOUNT-LEN        PIC 9(2).
           05 IFR-STEP-DEPENDANT    PIC X(8) OCCURS 3 TIMES.
