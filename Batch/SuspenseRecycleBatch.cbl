      * Data/EMPLOYEE-STATUS-ERR.txt and until now they just sat
      * there. This job lists every suspense record with its reject
      * reason, applies corrections from a repair transaction file
      * (a corrected EMP-ID, a corrected status code, or both -
      * and for a hire, another position), stamps the recycle
      * count and feeds repaired records back onto the next
      * EmployeeStatusBatch run's transaction feed.
      * A record that has already failed WS-MAX-RECYCLES times is
      * aged out onto the write-off report instead of looping
      * forever; untouched records stay in suspense for next time.
           05 SUS-BIRTHDATE-X       PIC X(8).
           05 SUS-HIRE-DATE-X       PIC X(8).
           05 SUS-DEPARTMENT        PIC X(4).
           05 SUS-POSITION          PIC X(6).
           05 SUS-ETP-X             PIC X(3).

       FD  REPAIR-TXN-FILE.
       01  REPAIR-TRANSACTION.
           05 REP-EMP-ID            PIC X(6).
           05 REP-NEW-EMP-ID        PIC X(6).
           05 REP-NEW-STATUS        PIC X(08).
      * A hire turned away for its post can be pointed at another.
           05 REP-NEW-POSITION      PIC X(6).

       FD  STATUS-TXN-FILE.
       01  EMPLOYEE-STATUS-TRANSACTION.
           05 TXN-BIRTHDATE-X       PIC X(8).
           05 TXN-HIRE-DATE-X       PIC X(8).
           05 TXN-DEPARTMENT        PIC X(4).
           05 FILLER                PIC X(8).
           05 TXN-POSITION          PIC X(6).
           05 TXN-ETP-X             PIC X(3).

       FD  LISTING-FILE.
       01  LISTING-LINE             PIC X(80).
               10 WS-R-EMP-ID       PIC X(6).
               10 WS-R-NEW-EMP-ID   PIC X(6).
               10 WS-R-NEW-STATUS   PIC X(08).
               10 WS-R-NEW-POSITION PIC X(6).

       01  WS-SUSPENSE-CNT          PIC 9(5) VALUE ZERO.
       01  WS-RECYCLED-CNT          PIC 9(5) VALUE ZERO.
               10 WS-K-NEW-STATUS   PIC X(08).
               10 WS-K-RECYCLE-CNT  PIC 9(2).
               10 WS-K-REASON       PIC X(30).
               10 WS-K-RESTE        PIC X(50).

       01  WS-TODAY                 PIC 9(8).
       01  WS-TODAY-EDITE REDEFINES WS-TODAY.
                               TO WS-R-NEW-EMP-ID(RX)
                           MOVE REP-NEW-STATUS
                               TO WS-R-NEW-STATUS(RX)
                           MOVE REP-NEW-POSITION
                               TO WS-R-NEW-POSITION(RX)
                   END-READ
               END-PERFORM
               CLOSE REPAIR-TXN-FILE
           MOVE SUS-BIRTHDATE-X TO TXN-BIRTHDATE-X.
           MOVE SUS-HIRE-DATE-X TO TXN-HIRE-DATE-X.
           MOVE SUS-DEPARTMENT TO TXN-DEPARTMENT.
           IF WS-R-NEW-POSITION(WS-REPARATION-INDEX) = SPACES
               MOVE SUS-POSITION TO TXN-POSITION
           ELSE
               MOVE WS-R-NEW-POSITION(WS-REPARATION-INDEX)
                   TO TXN-POSITION
           END-IF.
           MOVE SUS-ETP-X TO TXN-ETP-X.
           WRITE EMPLOYEE-STATUS-TRANSACTION.
           ADD 1 TO WS-RECYCLED-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           MOVE SUS-BIRTHDATE-X TO WS-K-RESTE(KX)(22:8).
           MOVE SUS-HIRE-DATE-X TO WS-K-RESTE(KX)(30:8).
           MOVE SUS-DEPARTMENT TO WS-K-RESTE(KX)(38:4).
           MOVE SUS-POSITION TO WS-K-RESTE(KX)(42:6).
           MOVE SUS-ETP-X TO WS-K-RESTE(KX)(48:3).
           ADD 1 TO WS-KEPT-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
               MOVE WS-K-RESTE(WS-K)(22:8) TO SUS-BIRTHDATE-X
               MOVE WS-K-RESTE(WS-K)(30:8) TO SUS-HIRE-DATE-X
               MOVE WS-K-RESTE(WS-K)(38:4) TO SUS-DEPARTMENT
               MOVE WS-K-RESTE(WS-K)(42:6) TO SUS-POSITION
               MOVE WS-K-RESTE(WS-K)(48:3) TO SUS-ETP-X
               WRITE SUSPENSE-RECORD
           END-PERFORM.

