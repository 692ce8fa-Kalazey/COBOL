       IDENTIFICATION DIVISION.
       PROGRAM-ID. InboundFileCheck.
       AUTHOR. Mathieu.

      * Verdict on one inbound file of the register (InboundFile.cpy)
      * as it lies on disk right now: present, not empty, a data
      * record count within the register's bounds, the trailer
      * FileTrailerCheck expects when the register asks for one,
      * and not the very file accepted on an earlier day - the
      * fingerprint (an order-sensitive checksum of every record,
      * header and trailer included) is compared with the one of
      * the last accepted delivery in the arrival log
      * (InboundArrival.cpy), which is how a re-sent yesterday's
      * file is caught even though it carries a perfect trailer.
      * The caller passes the register row, its own name for the
      * log and whether this verdict is to be logged (Y) or is one
      * more look while still waiting for the file (N); the verdict
      * (O or the reason, as coded in the log) and the data record
      * count come back.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-FILE ASSIGN DYNAMIC IFR-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.

           SELECT ARRIVAL-LOG-FILE ASSIGN DYNAMIC WS-ARRIVAL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARRIVAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-FILE.
       01  INBOUND-RECORD           PIC X(200).

       FD  ARRIVAL-LOG-FILE.
           COPY "InboundArrival.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INBOUND-STATUS        PIC XX.
       01  WS-ARRIVAL-PATH          PIC X(40)
                                 VALUE "Data/INBOUND-ARRIVAL-LOG.txt".
       01  WS-ARRIVAL-STATUS        PIC XX.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).

       01  WS-ENREG                 PIC 9(7).
       01  WS-C                     PIC 9(3).
       01  WS-SOMME-ENREG           PIC 9(9).
       01  WS-EMPREINTE             PIC 9(10).
       01  WS-EMPREINTE-VEILLE      PIC 9(10).
       01  WS-VEILLE-TROUVEE        PIC X.

       01  WS-FT-RESULT             PIC X(1).
           88 TRAILER-CONFORME      VALUE "O".
           88 TRAILER-ABSENT        VALUE "A".

       LINKAGE SECTION.
           COPY "InboundFile.cpy".
       01  LS-ORIGINE               PIC X(20).
       01  LS-JOURNAL               PIC X(1).
       01  LS-STATUT                PIC X(1).
       01  LS-ENREG                 PIC 9(7).

       PROCEDURE DIVISION USING INBOUND-FILE-RECORD LS-ORIGINE
               LS-JOURNAL LS-STATUT LS-ENREG.
       0000-MAIN-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE ZERO TO WS-ENREG.
           MOVE ZERO TO WS-EMPREINTE.

           PERFORM 1000-LIRE-FICHIER-DEB
              THRU 1000-LIRE-FICHIER-FIN.

           IF LS-STATUT = "O"
               PERFORM 2000-CONTROLER-CONTENU-DEB
                  THRU 2000-CONTROLER-CONTENU-FIN
           END-IF.

           MOVE WS-ENREG TO LS-ENREG.
           IF LS-JOURNAL = "Y"
               PERFORM 3000-JOURNALISER-DEB
                  THRU 3000-JOURNALISER-FIN
           END-IF.

           GOBACK.
       0000-MAIN-FIN.
           EXIT.

      * Data records are counted the way FileTrailerCheck counts
      * them - the 00 header and 99 trailer left out - on a file
      * of the trailer convention, every line otherwise.
       1000-LIRE-FICHIER-DEB.
           MOVE "O" TO LS-STATUT.
           OPEN INPUT INBOUND-FILE.
           IF WS-INBOUND-STATUS NOT = "00"
               MOVE "A" TO LS-STATUT
           ELSE
               PERFORM UNTIL WS-INBOUND-STATUS = "10"
                   READ INBOUND-FILE
                       AT END
                           MOVE "10" TO WS-INBOUND-STATUS
                       NOT AT END
                           PERFORM 1100-CUMULER-EMPREINTE-DEB
                              THRU 1100-CUMULER-EMPREINTE-FIN
                           IF IFR-SANS-TRAILER
                               ADD 1 TO WS-ENREG
                           ELSE
                               IF INBOUND-RECORD(1:2) NOT = "00"
                                       AND INBOUND-RECORD(1:2)
                                           NOT = "99"
                                   ADD 1 TO WS-ENREG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INBOUND-FILE
           END-IF.
       1000-LIRE-FICHIER-FIN.
           EXIT.

       1100-CUMULER-EMPREINTE-DEB.
           MOVE ZERO TO WS-SOMME-ENREG.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 200
               COMPUTE WS-SOMME-ENREG = WS-SOMME-ENREG
                       + FUNCTION ORD(INBOUND-RECORD(WS-C:1)) * WS-C
           END-PERFORM.
           COMPUTE WS-EMPREINTE = FUNCTION MOD(
                   WS-EMPREINTE * 31 + WS-SOMME-ENREG, 9999999967).
       1100-CUMULER-EMPREINTE-FIN.
           EXIT.

       2000-CONTROLER-CONTENU-DEB.
           EVALUATE TRUE
               WHEN WS-ENREG = ZERO
                   MOVE "V" TO LS-STATUT
               WHEN WS-ENREG < IFR-MIN-ENREG
                       OR WS-ENREG > IFR-MAX-ENREG
                   MOVE "C" TO LS-STATUT
               WHEN NOT IFR-SANS-TRAILER
                   CALL "FileTrailerCheck" USING IFR-PATH
                       IFR-FILE-ID IFR-AMOUNT-COL IFR-AMOUNT-LEN
                       WS-FT-RESULT
                   IF NOT TRAILER-CONFORME
                       IF IFR-TRAILER-EXIGE OR NOT TRAILER-ABSENT
                           MOVE "M" TO LS-STATUT
                       END-IF
                   END-IF
           END-EVALUATE.

           IF LS-STATUT = "O"
               PERFORM 2100-CHERCHER-VEILLE-DEB
                  THRU 2100-CHERCHER-VEILLE-FIN
               IF WS-VEILLE-TROUVEE = "Y"
                       AND WS-EMPREINTE-VEILLE = WS-EMPREINTE
                   MOVE "D" TO LS-STATUT
               END-IF
           END-IF.
       2000-CONTROLER-CONTENU-FIN.
           EXIT.

      * The last delivery of this file accepted before today; an
      * acceptance earlier today is the same delivery looked at
      * again, not a re-send.
       2100-CHERCHER-VEILLE-DEB.
           MOVE "N" TO WS-VEILLE-TROUVEE.
           MOVE ZERO TO WS-EMPREINTE-VEILLE.
           OPEN INPUT ARRIVAL-LOG-FILE.
           IF WS-ARRIVAL-STATUS = "00"
               PERFORM UNTIL WS-ARRIVAL-STATUS = "10"
                   READ ARRIVAL-LOG-FILE
                       AT END
                           MOVE "10" TO WS-ARRIVAL-STATUS
                       NOT AT END
                           IF IAL-STREAM = IFR-STREAM
                                   AND IAL-FILE-ID = IFR-FILE-ID
                                   AND IAL-ACCEPTE
                                   AND IAL-DATE < WS-RUN-DATE
                               MOVE "Y" TO WS-VEILLE-TROUVEE
                               MOVE IAL-EMPREINTE
                                   TO WS-EMPREINTE-VEILLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARRIVAL-LOG-FILE
           END-IF.
       2100-CHERCHER-VEILLE-FIN.
           EXIT.

       3000-JOURNALISER-DEB.
           OPEN EXTEND ARRIVAL-LOG-FILE.
           IF WS-ARRIVAL-STATUS = "05" OR WS-ARRIVAL-STATUS = "35"
               OPEN OUTPUT ARRIVAL-LOG-FILE
           END-IF.

           MOVE SPACES TO INBOUND-ARRIVAL-RECORD.
           MOVE WS-RUN-DATE TO IAL-DATE.
           MOVE WS-RUN-TIME(1:6) TO IAL-HEURE.
           MOVE IFR-STREAM TO IAL-STREAM.
           MOVE IFR-FILE-ID TO IAL-FILE-ID.
           MOVE LS-STATUT TO IAL-STATUT.
           MOVE WS-ENREG TO IAL-ENREG.
           MOVE WS-EMPREINTE TO IAL-EMPREINTE.
           MOVE LS-ORIGINE TO IAL-ORIGINE.
           WRITE INBOUND-ARRIVAL-RECORD.
           CLOSE ARRIVAL-LOG-FILE.
       3000-JOURNALISER-FIN.
           EXIT.
