      * door, and every refusal is logged to its own file so the
      * office chases the renewals that actually cost door trouble.
      * Blank input returns to the menu.
      * A dependent of a family membership carries their own card
      * but no renewal of their own: they are admitted only while
      * the primary member of their household is on the member
      * file and current, and are otherwise refused with the
      * household reason logged against their card.
      * Each admission earns the card the visit points of the
      * loyalty rules, once a day, on the loyalty points ledger.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REFUSED-STATUS.

           SELECT HOUSEHOLD-FILE ASSIGN DYNAMIC WS-HOUSEHOLD-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLD-STATUS.

           SELECT RULES-FILE ASSIGN DYNAMIC WS-RULES-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT LEDGER-FILE ASSIGN DYNAMIC WS-LEDGER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE.
           05 FILLER                PIC X VALUE SPACE.
           05 RFL-MOTIF             PIC X(20).

       FD  HOUSEHOLD-FILE.
           COPY "MemberHousehold.cpy".

       FD  RULES-FILE.
           COPY "LoyaltyRules.cpy".

       FD  LEDGER-FILE.
           COPY "LoyaltyLedger.cpy".

       WORKING-STORAGE SECTION.
       01  WS-MEMBER-PATH           PIC X(40)
                                 VALUE "Data/MEMBER-FILE.txt".
       01  WS-RENEWALS-STATUS       PIC XX.
       01  WS-NOTIFIED-STATUS       PIC XX.
       01  WS-REFUSED-STATUS        PIC XX.
       01  WS-HOUSEHOLD-PATH        PIC X(40)
                                 VALUE "Data/MEMBER-HOUSEHOLD.txt".
       01  WS-HOUSEHOLD-STATUS      PIC XX.
       01  WS-RULES-PATH            PIC X(40)
                                 VALUE "Data/LOYALTY-RULES.txt".
       01  WS-LEDGER-PATH           PIC X(40)
                                 VALUE "Data/LOYALTY-LEDGER.txt".
       01  WS-RULES-STATUS          PIC XX.
       01  WS-LEDGER-STATUS         PIC XX.
       01  WS-POINTS-VISITE         PIC 9(3) VALUE ZERO.
       01  WS-VISITE-CREDITEE       PIC X.
           88 VISITE-CREDITEE       VALUE "Y".

       01  WS-MSG-NUMBER            PIC 9(4).
       01  WS-MSG-TEXT              PIC X(60).

       01  WS-ID-SAISI              PIC X(6).
       01  WS-ID-RECHERCHE          PIC X(6).
       01  WS-ID-CONTROLE           PIC X(6).
       01  WS-MEMBRE-CONNU          PIC X.
       01  WS-TROUVE                PIC X.
       01  WS-RATTACHE              PIC X.
           88 MEMBRE-RATTACHE       VALUE "Y".
       01  WS-FOYER-CONNU           PIC X.
       01  WS-RENOUVELE             PIC X.
       01  WS-NOTIFIE-PASSE         PIC X.
       01  WS-MOTIF                 PIC X(20).
       0000-MAIN-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS = "00"
               READ RULES-FILE
                   NOT AT END
                       IF LYR-POINTS-VISITE IS NUMERIC
                           MOVE LYR-POINTS-VISITE TO WS-POINTS-VISITE
                       END-IF
               END-READ
               CLOSE RULES-FILE
           END-IF.

           PERFORM 1000-ACCUEILLIR-MEMBRE-DEB
              THRU 1000-ACCUEILLIR-MEMBRE-FIN
              UNTIL WS-ID-SAISI = SPACES.
       1000-ACCUEILLIR-MEMBRE-FIN.
           EXIT.

      * The renewal checks run on the card holder, or on the
      * primary member for a dependent.
       2000-CONTROLER-MEMBRE-DEB.
           MOVE WS-ID-SAISI TO WS-ID-RECHERCHE.
           PERFORM 2100-CHERCHER-MEMBRE-DEB
              THRU 2100-CHERCHER-MEMBRE-FIN.
           MOVE WS-TROUVE TO WS-MEMBRE-CONNU.
           MOVE WS-ID-SAISI TO WS-ID-CONTROLE.
           MOVE "Y" TO WS-FOYER-CONNU.

           PERFORM 2150-CHERCHER-FOYER-DEB
              THRU 2150-CHERCHER-FOYER-FIN.
           IF MEMBRE-RATTACHE
               MOVE WS-ID-CONTROLE TO WS-ID-RECHERCHE
               PERFORM 2100-CHERCHER-MEMBRE-DEB
                  THRU 2100-CHERCHER-MEMBRE-FIN
               MOVE WS-TROUVE TO WS-FOYER-CONNU
           END-IF.

           PERFORM 2200-CHERCHER-RENOUVELLEMENT-DEB
              THRU 2200-CHERCHER-RENOUVELLEMENT-FIN.
           PERFORM 2300-CHERCHER-RELANCE-DEB
                   MOVE "MEMBRE INCONNU" TO WS-MOTIF
                   PERFORM 3000-JOURNALISER-REFUS-DEB
                      THRU 3000-JOURNALISER-REFUS-FIN
               WHEN WS-FOYER-CONNU = "N"
                   MOVE 47 TO WS-MSG-NUMBER
                   CALL "MessageCatalog" USING WS-MSG-NUMBER
                       WS-MSG-TEXT
                   DISPLAY WS-MSG-TEXT
                   MOVE "FOYER INCONNU" TO WS-MOTIF
                   PERFORM 3000-JOURNALISER-REFUS-DEB
                      THRU 3000-JOURNALISER-REFUS-FIN
               WHEN WS-NOTIFIE-PASSE = "Y"
                       AND WS-RENOUVELE = "N"
                       AND MEMBRE-RATTACHE
                   MOVE 47 TO WS-MSG-NUMBER
                   CALL "MessageCatalog" USING WS-MSG-NUMBER
                       WS-MSG-TEXT
                   DISPLAY WS-MSG-TEXT
                   MOVE "FOYER NON RENOUVELE" TO WS-MOTIF
                   PERFORM 3000-JOURNALISER-REFUS-DEB
                      THRU 3000-JOURNALISER-REFUS-FIN
               WHEN WS-NOTIFIE-PASSE = "Y"
                       AND WS-RENOUVELE = "N"
                   MOVE 41 TO WS-MSG-NUMBER
                   CALL "MessageCatalog" USING WS-MSG-NUMBER
                       WS-MSG-TEXT
                   DISPLAY WS-MSG-TEXT
                   IF WS-POINTS-VISITE > ZERO
                       PERFORM 4000-CREDITER-VISITE-DEB
                          THRU 4000-CREDITER-VISITE-FIN
                   END-IF
           END-EVALUATE.
       2000-CONTROLER-MEMBRE-FIN.
           EXIT.

       2100-CHERCHER-MEMBRE-DEB.
           MOVE "N" TO WS-TROUVE.
           OPEN INPUT MEMBER-FILE.
           IF WS-MEMBER-STATUS = "00"
               PERFORM UNTIL WS-MEMBER-STATUS = "10"
                       AT END
                           MOVE "10" TO WS-MEMBER-STATUS
                       NOT AT END
                           IF MBR-ID = WS-ID-RECHERCHE
                               MOVE "Y" TO WS-TROUVE
                               MOVE "10" TO WS-MEMBER-STATUS
                           END-IF
                   END-READ
       2100-CHERCHER-MEMBRE-FIN.
           EXIT.

      * No household file means no dependents.
       2150-CHERCHER-FOYER-DEB.
           MOVE "N" TO WS-RATTACHE.
           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-STATUS = "00"
               PERFORM UNTIL WS-HOUSEHOLD-STATUS = "10"
                   READ HOUSEHOLD-FILE
                       AT END
                           MOVE "10" TO WS-HOUSEHOLD-STATUS
                       NOT AT END
                           IF MHH-MBR-ID = WS-ID-SAISI
                               MOVE "Y" TO WS-RATTACHE
                               MOVE MHH-PRINCIPAL TO WS-ID-CONTROLE
                               MOVE "10" TO WS-HOUSEHOLD-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOUSEHOLD-FILE
           END-IF.
       2150-CHERCHER-FOYER-FIN.
           EXIT.

       2200-CHERCHER-RENOUVELLEMENT-DEB.
           MOVE "N" TO WS-RENOUVELE.
           OPEN INPUT RENEWALS-FILE.
                       AT END
                           MOVE "10" TO WS-RENEWALS-STATUS
                       NOT AT END
                           IF RNW-ID = WS-ID-CONTROLE
                               MOVE "Y" TO WS-RENOUVELE
                               MOVE "10" TO WS-RENEWALS-STATUS
                           END-IF
                       AT END
                           MOVE "10" TO WS-NOTIFIED-STATUS
                       NOT AT END
                           IF NTF-ID = WS-ID-CONTROLE
                                   AND NTF-PERIODE
                                       < WS-PERIODE-COURANTE
                               MOVE "Y" TO WS-NOTIFIE-PASSE
           CLOSE REFUSED-LOG-FILE.
       3000-JOURNALISER-REFUS-FIN.
           EXIT.

      * A card already credited with a visit today is not credited
      * again - members who step out and back in earn one visit.
       4000-CREDITER-VISITE-DEB.
           MOVE "N" TO WS-VISITE-CREDITEE.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                   READ LEDGER-FILE
                       AT END
                           MOVE "10" TO WS-LEDGER-STATUS
                       NOT AT END
                           IF LYL-MBR-ID = WS-ID-SAISI
                                   AND LYL-VISITE
                                   AND LYL-DATE = WS-RUN-DATE
                               MOVE "Y" TO WS-VISITE-CREDITEE
                               MOVE "10" TO WS-LEDGER-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

           IF NOT VISITE-CREDITEE
               OPEN EXTEND LEDGER-FILE
               IF WS-LEDGER-STATUS = "05" OR WS-LEDGER-STATUS = "35"
                   OPEN OUTPUT LEDGER-FILE
               END-IF
               IF WS-LEDGER-STATUS = "00"
                   MOVE SPACES TO LOYALTY-LEDGER-RECORD
                   MOVE WS-ID-SAISI TO LYL-MBR-ID
                   MOVE WS-RUN-DATE TO LYL-DATE
                   SET LYL-VISITE TO TRUE
                   MOVE WS-POINTS-VISITE TO LYL-POINTS
                   MOVE "VISITE" TO LYL-REFERENCE
                   WRITE LOYALTY-LEDGER-RECORD
                   CLOSE LEDGER-FILE
               ELSE
                   DISPLAY "ERREUR OUVERTURE LEDGER-FILE: "
                           WS-LEDGER-STATUS
               END-IF
           END-IF.
       4000-CREDITER-VISITE-FIN.
           EXIT.
