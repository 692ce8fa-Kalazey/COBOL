       IDENTIFICATION DIVISION.
       PROGRAM-ID. NotifyContactLookup.
       AUTHOR. Mathieu.

      * Says how a person is to be reached: given the recipient
      * type and id of the notification queue, returns the channel
      * (E email, S SMS, P paper) and the address on that channel
      * from the contact directory (NotifyContact.cpy). The channel
      * the person asked for wins when its address is on file;
      * otherwise the other electronic address is used, email
      * first; with neither, or no row at all, it is paper and the
      * address comes back blank. The directory is read once, on
      * the first call of the run, and held for the calls after it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-FILE ASSIGN DYNAMIC WS-CONTACT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-FILE.
           COPY "NotifyContact.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CONTACT-PATH          PIC X(40)
                                 VALUE "Data/NOTIFY-CONTACTS.txt".
       01  WS-CONTACT-STATUS        PIC XX.
       01  WS-CHARGE                PIC X VALUE "N".
           88 ANNUAIRE-CHARGE       VALUE "Y".

       01  WS-CONTACT-CNT           PIC 9(5) VALUE ZERO.
       01  WS-K                     PIC 9(5).
       01  WS-CONTACT-TROUVE        PIC 9(5).

       01  WS-CONTACT-TABLE.
           05 WS-CONTACT-ENTRY OCCURS 20000 TIMES
                   DEPENDING ON WS-CONTACT-CNT
                   INDEXED BY KX.
               10 WS-K-DEST-TYPE    PIC X(1).
               10 WS-K-DEST-ID      PIC X(6).
               10 WS-K-EMAIL        PIC X(50).
               10 WS-K-MOBILE       PIC X(15).
               10 WS-K-PREFERENCE   PIC X(1).

       LINKAGE SECTION.
       01  LS-DEST-TYPE             PIC X(1).
       01  LS-DEST-ID               PIC X(6).
       01  LS-CANAL                 PIC X(1).
       01  LS-ADRESSE               PIC X(50).

       PROCEDURE DIVISION USING LS-DEST-TYPE LS-DEST-ID
               LS-CANAL LS-ADRESSE.
       0000-MAIN-DEB.
           IF NOT ANNUAIRE-CHARGE
               PERFORM 1000-CHARGER-ANNUAIRE-DEB
                  THRU 1000-CHARGER-ANNUAIRE-FIN
           END-IF.

           MOVE "P" TO LS-CANAL.
           MOVE SPACES TO LS-ADRESSE.
           MOVE ZERO TO WS-CONTACT-TROUVE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CONTACT-CNT
                      OR WS-CONTACT-TROUVE > ZERO
               IF WS-K-DEST-TYPE(WS-K) = LS-DEST-TYPE
                       AND WS-K-DEST-ID(WS-K) = LS-DEST-ID
                   MOVE WS-K TO WS-CONTACT-TROUVE
               END-IF
           END-PERFORM.

           IF WS-CONTACT-TROUVE > ZERO
               MOVE WS-CONTACT-TROUVE TO WS-K
               EVALUATE TRUE
                   WHEN WS-K-PREFERENCE(WS-K) = "P"
                       CONTINUE
                   WHEN WS-K-PREFERENCE(WS-K) = "S"
                           AND WS-K-MOBILE(WS-K) NOT = SPACES
                       MOVE "S" TO LS-CANAL
                       MOVE WS-K-MOBILE(WS-K) TO LS-ADRESSE
                   WHEN WS-K-EMAIL(WS-K) NOT = SPACES
                       MOVE "E" TO LS-CANAL
                       MOVE WS-K-EMAIL(WS-K) TO LS-ADRESSE
                   WHEN WS-K-MOBILE(WS-K) NOT = SPACES
                       MOVE "S" TO LS-CANAL
                       MOVE WS-K-MOBILE(WS-K) TO LS-ADRESSE
               END-EVALUATE
           END-IF.

           GOBACK.
       0000-MAIN-FIN.
           EXIT.

      * No directory yet means everybody is written to on paper.
       1000-CHARGER-ANNUAIRE-DEB.
           MOVE "Y" TO WS-CHARGE.
           OPEN INPUT CONTACT-FILE.
           IF WS-CONTACT-STATUS = "00"
               PERFORM UNTIL WS-CONTACT-STATUS = "10"
                   READ CONTACT-FILE
                       AT END
                           MOVE "10" TO WS-CONTACT-STATUS
                       NOT AT END
                           IF WS-CONTACT-CNT < 20000
                               ADD 1 TO WS-CONTACT-CNT
                               SET KX TO WS-CONTACT-CNT
                               MOVE NCT-DEST-TYPE
                                   TO WS-K-DEST-TYPE(KX)
                               MOVE NCT-DEST-ID TO WS-K-DEST-ID(KX)
                               MOVE NCT-EMAIL TO WS-K-EMAIL(KX)
                               MOVE NCT-MOBILE TO WS-K-MOBILE(KX)
                               MOVE NCT-PREFERENCE
                                   TO WS-K-PREFERENCE(KX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACT-FILE
           END-IF.
       1000-CHARGER-ANNUAIRE-FIN.
           EXIT.
