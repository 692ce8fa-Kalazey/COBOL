      * frozen account keeps its balance but every movement against
      * it goes to suspense - and U lifts the freeze. Both ride the
      * audit trail like every other change here.
      * Request type D sets the currency an account is kept in, the
      * ISO code carried in the name columns, on the account
      * currency file the posting, statement and revaluation runs
      * read. Only an account at zero balance changes currency -
      * a balance is never silently re-denominated - and only into
      * a currency the rate table knows; D with EUR takes the
      * account back to the euro.
      * Every account runs on a product of the account product
      * catalogue - current, savings or junior club account - kept
      * on the account product file. An opening names its product
      * in the columns after the amount (blank for a current
      * account) and takes that product's default overdraft limit.
      * Request type P moves an account to the product whose code
      * is carried in the name columns: the limit is reset to the
      * new product's default, and an overdrawn account cannot move
      * to a product that allows no overdraft. A limit change (L)
      * on such a product is refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FREEZE-STATUS.

           SELECT CURRENCY-FILE ASSIGN DYNAMIC WS-CURRENCY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENCY-STATUS.

           SELECT PRODUCT-FILE ASSIGN DYNAMIC WS-PRODUCT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
               88 TXN-LIMITE        VALUE "L".
               88 TXN-GEL           VALUE "G".
               88 TXN-DEGEL         VALUE "U".
               88 TXN-DEVISE        VALUE "D".
               88 TXN-PRODUIT-CHG   VALUE "P".
           05 TXN-ACC-ID            PIC X(6).
           05 TXN-NAME              PIC X(20).
           05 TXN-MONTANT-X         PIC X(9).
           05 TXN-MONTANT REDEFINES TXN-MONTANT-X
                                    PIC 9(7)V99.
           05 TXN-PRODUIT           PIC X(4).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(70).
           05 FRZ-MOTIF             PIC X(20).
           05 FRZ-DATE              PIC 9(8).

       FD  CURRENCY-FILE.
           COPY "AccountCurrency.cpy".

       FD  PRODUCT-FILE.
           COPY "AccountProduct.cpy".

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".

               10 WS-F-MOTIF        PIC X(20).
               10 WS-F-DATE         PIC 9(8).

       01  WS-CURRENCY-PATH         PIC X(40)
                                 VALUE "Data/ACCOUNT-CURRENCY.txt".
       01  WS-CURRENCY-STATUS       PIC XX.
       01  WS-DEVISE-CNT            PIC 9(4) VALUE ZERO.
       01  WS-D                     PIC 9(4).
       01  WS-DEVISE-INDEX          PIC 9(4) VALUE ZERO.
       01  WS-DEVISE-ACTUELLE       PIC X(3).
       01  WS-DEVISE-NOUVELLE       PIC X(3).
       01  WS-DEVISE-MAJ-CNT        PIC 9(5) VALUE ZERO.

      * A cleared slot (blank currency) is an account taken back to
      * the euro; the save pass drops it.
       01  WS-DEVISE-TABLE.
           05 WS-DEVISE-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON WS-DEVISE-CNT
                   INDEXED BY DVX.
               10 WS-D-ACC-ID       PIC X(6).
               10 WS-D-DEVISE       PIC X(3).
               10 WS-D-DATE-EFFET   PIC 9(8).

       01  WS-PRODUCT-PATH          PIC X(40)
                                 VALUE "Data/ACCOUNT-PRODUCT.txt".
       01  WS-PRODUCT-STATUS        PIC XX.
       01  WS-PRODUIT-CNT           PIC 9(4) VALUE ZERO.
       01  WS-PR                    PIC 9(4).
       01  WS-PRODUIT-INDEX         PIC 9(4) VALUE ZERO.
       01  WS-PRODUIT-ACTUEL        PIC X(4).
       01  WS-PRODUIT-NOUVEAU       PIC X(4).
       01  WS-PRODUIT-MAJ-CNT       PIC 9(5) VALUE ZERO.
       01  WS-LIMITE-NOUVELLE       PIC 9(7)V99.

      * An account without a row is a current account.
       01  WS-PRODUCT-TABLE.
           05 WS-PRODUIT-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON WS-PRODUIT-CNT
                   INDEXED BY PRX.
               10 WS-PR-ACC-ID      PIC X(6).
               10 WS-PR-PRODUIT     PIC X(4).
               10 WS-PR-DATE-EFFET  PIC 9(8).

       01  WS-AP-FONCTION           PIC X(1) VALUE "P".
       01  WS-AP-ACC-ID             PIC X(6).
       01  WS-AP-RESULT             PIC X(1).
           88 PRODUIT-CONNU         VALUE "Y".
           COPY "ProductCatalogue.cpy".

       01  WS-XR-DEVISE             PIC X(3).
       01  WS-XR-DATE               PIC 9(8).
       01  WS-XR-COURS              PIC 9(4)V9(6).
       01  WS-XR-DATE-COURS         PIC 9(8).
       01  WS-XR-RESULT             PIC X(1).
           88 COURS-CONNU           VALUE "Y".

       01  WS-ACCOUNT-CNT           PIC 9(5) VALUE ZERO.
       01  WS-I                     PIC 9(5).
       01  WS-J                     PIC 9(5).
           PERFORM 3100-SAUVEGARDER-GELS-DEB
              THRU 3100-SAUVEGARDER-GELS-FIN.

           PERFORM 3200-SAUVEGARDER-DEVISES-DEB
              THRU 3200-SAUVEGARDER-DEVISES-FIN.

           PERFORM 3300-SAUVEGARDER-PRODUITS-DEB
              THRU 3300-SAUVEGARDER-PRODUITS-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           PERFORM 1150-CHARGER-GELS-DEB
              THRU 1150-CHARGER-GELS-FIN.

           PERFORM 1160-CHARGER-DEVISES-DEB
              THRU 1160-CHARGER-DEVISES-FIN.

           PERFORM 1170-CHARGER-PRODUITS-DEB
              THRU 1170-CHARGER-PRODUITS-FIN.

           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE TRANSACTION-FILE: "
                               MOVE FRZ-STATUT TO WS-F-STATUT(FZX)
                               MOVE FRZ-MOTIF TO WS-F-MOTIF(FZX)
                               MOVE FRZ-DATE TO WS-F-DATE(FZX)
                           ELSE
                               DISPLAY "TABLE DES GELS PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
       1150-CHARGER-GELS-FIN.
           EXIT.

      * An absent currency file simply means every account is kept
      * in euros.
       1160-CHARGER-DEVISES-DEB.
           OPEN INPUT CURRENCY-FILE.
           IF WS-CURRENCY-STATUS = "00"
               PERFORM UNTIL WS-CURRENCY-STATUS = "10"
                   READ CURRENCY-FILE
                       AT END
                           MOVE "10" TO WS-CURRENCY-STATUS
                       NOT AT END
                           IF WS-DEVISE-CNT < 2000
                               ADD 1 TO WS-DEVISE-CNT
                               SET DVX TO WS-DEVISE-CNT
                               MOVE CUR-ACC-ID TO WS-D-ACC-ID(DVX)
                               MOVE CUR-DEVISE TO WS-D-DEVISE(DVX)
                               MOVE CUR-DATE-EFFET
                                   TO WS-D-DATE-EFFET(DVX)
                           ELSE
                               DISPLAY "TABLE DES DEVISES PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURRENCY-FILE
           END-IF.
       1160-CHARGER-DEVISES-FIN.
           EXIT.

      * An absent product file simply means every account is a
      * current account.
       1170-CHARGER-PRODUITS-DEB.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODUCT-STATUS = "00"
               PERFORM UNTIL WS-PRODUCT-STATUS = "10"
                   READ PRODUCT-FILE
                       AT END
                           MOVE "10" TO WS-PRODUCT-STATUS
                       NOT AT END
                           IF WS-PRODUIT-CNT < 2000
                               ADD 1 TO WS-PRODUIT-CNT
                               SET PRX TO WS-PRODUIT-CNT
                               MOVE PRD-ACC-ID TO WS-PR-ACC-ID(PRX)
                               MOVE PRD-PRODUIT
                                   TO WS-PR-PRODUIT(PRX)
                               MOVE PRD-DATE-EFFET
                                   TO WS-PR-DATE-EFFET(PRX)
                           ELSE
                               DISPLAY "TABLE DES PRODUITS PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-FILE
           END-IF.
       1170-CHARGER-PRODUITS-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-TOTAL-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
               WHEN TXN-DEGEL
                   PERFORM 2800-DEGELER-COMPTE-DEB
                      THRU 2800-DEGELER-COMPTE-FIN
               WHEN TXN-DEVISE
                   PERFORM 2900-CHANGER-DEVISE-DEB
                      THRU 2900-CHANGER-DEVISE-FIN
               WHEN TXN-PRODUIT-CHG
                   PERFORM 2960-CHANGER-PRODUIT-DEB
                      THRU 2960-CHANGER-PRODUIT-FIN
               WHEN OTHER
                   PERFORM 2600-REJETER-TRANSACTION-DEB
                      THRU 2600-REJETER-TRANSACTION-FIN
           PERFORM 2250-VALIDER-MONTANT-DEB
              THRU 2250-VALIDER-MONTANT-FIN.

           MOVE TXN-PRODUIT TO WS-PRODUIT-NOUVEAU.
           IF WS-PRODUIT-NOUVEAU = SPACES
               MOVE "COUR" TO WS-PRODUIT-NOUVEAU
           END-IF.
           CALL "AccountProductLookup" USING WS-AP-FONCTION
               WS-AP-ACC-ID WS-PRODUIT-NOUVEAU
               PRODUCT-CATALOGUE-RECORD WS-AP-RESULT.

           MOVE "V" TO WS-CD-FONCTION.
           MOVE TXN-ACC-ID TO WS-CD-ACC-ID.
           CALL "AccountCheckDigit" USING WS-CD-FONCTION
               WHEN TXN-NAME = SPACES
                   PERFORM 2600-REJETER-TRANSACTION-DEB
                      THRU 2600-REJETER-TRANSACTION-FIN
               WHEN NOT PRODUIT-CONNU
                   DISPLAY "OUVERTURE DE " TXN-ACC-ID
                           " - PRODUIT INCONNU " WS-PRODUIT-NOUVEAU
                   PERFORM 2600-REJETER-TRANSACTION-DEB
                      THRU 2600-REJETER-TRANSACTION-FIN
               WHEN WS-PRODUIT-CNT >= 2000
                   DISPLAY "TABLE DES PRODUITS PLEINE - " TXN-ACC-ID
                   PERFORM 2600-REJETER-TRANSACTION-DEB
                      THRU 2600-REJETER-TRANSACTION-FIN
               WHEN OTHER
                   PERFORM 2350-INSERER-COMPTE-DEB
                      THRU 2350-INSERER-COMPTE-FIN
                   PERFORM 2990-CHERCHER-PRODUIT-DEB
                      THRU 2990-CHERCHER-PRODUIT-FIN
                   PERFORM 2980-ENREGISTRER-PRODUIT-DEB
                      THRU 2980-ENREGISTRER-PRODUIT-FIN
                   MOVE SPACES TO WS-AT-BEFORE
                   STRING TXN-ACC-ID " ABSENT"
                          DELIMITED BY SIZE INTO WS-AT-BEFORE
                   MOVE TXN-MONTANT TO WS-AT-MONTANT-EDITE
                   MOVE SPACES TO WS-AT-AFTER
                   STRING TXN-ACC-ID " OUVERT SOLDE="
                          WS-AT-MONTANT-EDITE " PRODUIT="
                          WS-PRODUIT-NOUVEAU
                          DELIMITED BY SIZE INTO WS-AT-AFTER
                   CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                       WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER
           MOVE TXN-ACC-ID TO WS-A-ID(WS-POSITION).
           MOVE TXN-NAME TO WS-A-NAME(WS-POSITION).
           MOVE TXN-MONTANT TO WS-A-SOLDE(WS-POSITION).
           IF CAT-DECOUVERT-OK
               MOVE CAT-LIMITE-DEFAUT TO WS-A-LIMITE(WS-POSITION)
           ELSE
               MOVE ZERO TO WS-A-LIMITE(WS-POSITION)
           END-IF.
           MOVE SPACE TO WS-A-FERME(WS-POSITION).
       2350-INSERER-COMPTE-FIN.
           EXIT.
           PERFORM 2250-VALIDER-MONTANT-DEB
              THRU 2250-VALIDER-MONTANT-FIN.

           PERFORM 2990-CHERCHER-PRODUIT-DEB
              THRU 2990-CHERCHER-PRODUIT-FIN.
           CALL "AccountProductLookup" USING WS-AP-FONCTION
               WS-AP-ACC-ID WS-PRODUIT-ACTUEL
               PRODUCT-CATALOGUE-RECORD WS-AP-RESULT.

           MOVE "A" TO WS-AG-VERDICT.
           IF MONTANT-VALIDE
                   AND TXN-MONTANT > WS-SEUIL-DEUX-PERSONNES
               WHEN NOT MONTANT-VALIDE
                   PERFORM 2600-REJETER-TRANSACTION-DEB
                      THRU 2600-REJETER-TRANSACTION-FIN
               WHEN TXN-MONTANT > ZERO
                       AND PRODUIT-CONNU AND NOT CAT-DECOUVERT-OK
                   DISPLAY "LIMITE DE " TXN-ACC-ID " - PRODUIT "
                           WS-PRODUIT-ACTUEL " SANS DECOUVERT"
                   PERFORM 2600-REJETER-TRANSACTION-DEB
                      THRU 2600-REJETER-TRANSACTION-FIN
               WHEN WS-AG-VERDICT NOT = "A"
                   DISPLAY "LIMITE DE " TXN-ACC-ID
                           " EN ATTENTE D'UN SECOND OPERATEUR"
       2800-DEGELER-COMPTE-FIN.
           EXIT.

      * The rate lookup at today's date doubles as the check that
      * the code is a real currency the revaluation can price.
       2900-CHANGER-DEVISE-DEB.
           MOVE TXN-NAME(1:3) TO WS-DEVISE-NOUVELLE.
           PERFORM 2950-CHERCHER-DEVISE-DEB
              THRU 2950-CHERCHER-DEVISE-FIN.

           MOVE WS-DEVISE-NOUVELLE TO WS-XR-DEVISE.
           MOVE WS-RUN-DATE TO WS-XR-DATE.
           CALL "ExchangeRateLookup" USING WS-XR-DEVISE WS-XR-DATE
               WS-XR-COURS WS-XR-DATE-COURS WS-XR-RESULT.

           EVALUATE TRUE
               WHEN NOT COMPTE-TROUVE
                   PERFORM 2600-REJETER-TRANSACTION-DEB
                      THRU 2600-REJETER-TRANSACTION-FIN
               WHEN WS-A-SOLDE(WS-COMPTE-INDEX) NOT = ZERO
                   DISPLAY "DEVISE DE " TXN-ACC-ID
                           " - SOLDE NON NUL, CHANGEMENT REFUSE"
                   PERFORM 2600-REJETER-TRANSACTION-DEB
                      THRU 2600-REJETER-TRANSACTION-FIN
               WHEN WS-DEVISE-NOUVELLE = SPACES
                       OR WS-DEVISE-NOUVELLE = WS-DEVISE-ACTUELLE
                       OR NOT COURS-CONNU
                   PERFORM 2600-REJETER-TRANSACTION-DEB
                      THRU 2600-REJETER-TRANSACTION-FIN
               WHEN WS-DEVISE-INDEX = ZERO
                       AND WS-DEVISE-CNT >= 2000
                   DISPLAY "TABLE DES DEVISES PLEINE - " TXN-ACC-ID
                   PERFORM 2600-REJETER-TRANSACTION-DEB
                      THRU 2600-REJETER-TRANSACTION-FIN
               WHEN OTHER
                   IF WS-DEVISE-INDEX = ZERO
                       ADD 1 TO WS-DEVISE-CNT
                       MOVE WS-DEVISE-CNT TO WS-DEVISE-INDEX
                       MOVE TXN-ACC-ID TO WS-D-ACC-ID(WS-DEVISE-INDEX)
                   END-IF
                   IF WS-DEVISE-NOUVELLE = "EUR"
                       MOVE SPACES TO WS-D-DEVISE(WS-DEVISE-INDEX)
                   ELSE
                       MOVE WS-DEVISE-NOUVELLE
                           TO WS-D-DEVISE(WS-DEVISE-INDEX)
                   END-IF
                   MOVE WS-RUN-DATE TO WS-D-DATE-EFFET(WS-DEVISE-INDEX)
                   MOVE SPACES TO WS-AT-BEFORE
                   STRING TXN-ACC-ID " DEVISE=" WS-DEVISE-ACTUELLE
                          DELIMITED BY SIZE INTO WS-AT-BEFORE
                   MOVE SPACES TO WS-AT-AFTER
                   STRING TXN-ACC-ID " DEVISE=" WS-DEVISE-NOUVELLE
                          DELIMITED BY SIZE INTO WS-AT-AFTER
                   CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                       WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER
                   ADD 1 TO WS-DEVISE-MAJ-CNT
                   ADD 1 TO WS-APPLIED-CNT
                   ADD 1 TO CT-OUTPUT-RECORD-COUNT
                   ADD 1 TO CT-OUTPUT-HASH-TOTAL
           END-EVALUATE.
       2900-CHANGER-DEVISE-FIN.
           EXIT.

       2950-CHERCHER-DEVISE-DEB.
           MOVE ZERO TO WS-DEVISE-INDEX.
           MOVE "EUR" TO WS-DEVISE-ACTUELLE.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEVISE-CNT
               IF WS-D-ACC-ID(WS-D) = TXN-ACC-ID
                   MOVE WS-D TO WS-DEVISE-INDEX
                   IF WS-D-DEVISE(WS-D) NOT = SPACES
                       MOVE WS-D-DEVISE(WS-D) TO WS-DEVISE-ACTUELLE
                   END-IF
               END-IF
           END-PERFORM.
       2950-CHERCHER-DEVISE-FIN.
           EXIT.

      * The product code travels in the name columns, as the
      * currency code does. The limit follows the product - its
      * default, or none where overdraft is not allowed - so a
      * member moved to a savings account does not keep the
      * overdraft of the current account.
       2960-CHANGER-PRODUIT-DEB.
           MOVE TXN-NAME(1:4) TO WS-PRODUIT-NOUVEAU.
           PERFORM 2990-CHERCHER-PRODUIT-DEB
              THRU 2990-CHERCHER-PRODUIT-FIN.
           CALL "AccountProductLookup" USING WS-AP-FONCTION
               WS-AP-ACC-ID WS-PRODUIT-NOUVEAU
               PRODUCT-CATALOGUE-RECORD WS-AP-RESULT.
           MOVE ZERO TO WS-LIMITE-NOUVELLE.
           IF PRODUIT-CONNU AND CAT-DECOUVERT-OK
               MOVE CAT-LIMITE-DEFAUT TO WS-LIMITE-NOUVELLE
           END-IF.

           EVALUATE TRUE
               WHEN NOT COMPTE-TROUVE
                   PERFORM 2600-REJETER-TRANSACTION-DEB
                      THRU 2600-REJETER-TRANSACTION-FIN
               WHEN NOT PRODUIT-CONNU
                       OR WS-PRODUIT-NOUVEAU = WS-PRODUIT-ACTUEL
                   PERFORM 2600-REJETER-TRANSACTION-DEB
                      THRU 2600-REJETER-TRANSACTION-FIN
               WHEN WS-A-SOLDE(WS-COMPTE-INDEX) < ZERO
                       AND NOT CAT-DECOUVERT-OK
                   DISPLAY "PRODUIT DE " TXN-ACC-ID
                           " - SOLDE DEBITEUR, CHANGEMENT REFUSE"
                   PERFORM 2600-REJETER-TRANSACTION-DEB
                      THRU 2600-REJETER-TRANSACTION-FIN
               WHEN WS-PRODUIT-INDEX = ZERO
                       AND WS-PRODUIT-CNT >= 2000
                   DISPLAY "TABLE DES PRODUITS PLEINE - " TXN-ACC-ID
                   PERFORM 2600-REJETER-TRANSACTION-DEB
                      THRU 2600-REJETER-TRANSACTION-FIN
               WHEN OTHER
                   MOVE WS-A-LIMITE(WS-COMPTE-INDEX)
                       TO WS-AT-MONTANT-EDITE
                   MOVE SPACES TO WS-AT-BEFORE
                   STRING TXN-ACC-ID " PRODUIT=" WS-PRODUIT-ACTUEL
                          " LIMITE=" WS-AT-MONTANT-EDITE
                          DELIMITED BY SIZE INTO WS-AT-BEFORE
                   PERFORM 2980-ENREGISTRER-PRODUIT-DEB
                      THRU 2980-ENREGISTRER-PRODUIT-FIN
                   MOVE WS-LIMITE-NOUVELLE
                       TO WS-A-LIMITE(WS-COMPTE-INDEX)
                   MOVE WS-LIMITE-NOUVELLE TO WS-AT-MONTANT-EDITE
                   MOVE SPACES TO WS-AT-AFTER
                   STRING TXN-ACC-ID " PRODUIT=" WS-PRODUIT-NOUVEAU
                          " LIMITE=" WS-AT-MONTANT-EDITE
                          DELIMITED BY SIZE INTO WS-AT-AFTER
                   CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                       WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER
                   ADD 1 TO WS-PRODUIT-MAJ-CNT
                   ADD 1 TO WS-APPLIED-CNT
                   ADD 1 TO CT-OUTPUT-RECORD-COUNT
                   ADD 1 TO CT-OUTPUT-HASH-TOTAL
           END-EVALUATE.
       2960-CHANGER-PRODUIT-FIN.
           EXIT.

      * Called after 2990 has positioned WS-PRODUIT-INDEX on the
      * account's row, or left it at zero for an account without.
       2980-ENREGISTRER-PRODUIT-DEB.
           IF WS-PRODUIT-INDEX = ZERO
               ADD 1 TO WS-PRODUIT-CNT
               MOVE WS-PRODUIT-CNT TO WS-PRODUIT-INDEX
               MOVE TXN-ACC-ID TO WS-PR-ACC-ID(WS-PRODUIT-INDEX)
           END-IF.
           MOVE WS-PRODUIT-NOUVEAU TO WS-PR-PRODUIT(WS-PRODUIT-INDEX).
           MOVE WS-RUN-DATE TO WS-PR-DATE-EFFET(WS-PRODUIT-INDEX).
       2980-ENREGISTRER-PRODUIT-FIN.
           EXIT.

       2990-CHERCHER-PRODUIT-DEB.
           MOVE ZERO TO WS-PRODUIT-INDEX.
           MOVE "COUR" TO WS-PRODUIT-ACTUEL.
           PERFORM VARYING WS-PR FROM 1 BY 1
                   UNTIL WS-PR > WS-PRODUIT-CNT
               IF WS-PR-ACC-ID(WS-PR) = TXN-ACC-ID
                   MOVE WS-PR TO WS-PRODUIT-INDEX
                   MOVE WS-PR-PRODUIT(WS-PR) TO WS-PRODUIT-ACTUEL
               END-IF
           END-PERFORM.
       2990-CHERCHER-PRODUIT-FIN.
           EXIT.

       3000-SAUVEGARDER-MAITRE-DEB.
           OPEN OUTPUT ACCOUNT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
       3100-SAUVEGARDER-GELS-FIN.
           EXIT.

      * Accounts taken back to the euro are simply not rewritten.
       3200-SAUVEGARDER-DEVISES-DEB.
           OPEN OUTPUT CURRENCY-FILE.
           IF WS-CURRENCY-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE CURRENCY-FILE: "
                       WS-CURRENCY-STATUS
               STOP RUN
           END-IF.

           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEVISE-CNT
               IF WS-D-DEVISE(WS-D) NOT = SPACES
                   MOVE SPACES TO ACCOUNT-CURRENCY-RECORD
                   MOVE WS-D-ACC-ID(WS-D) TO CUR-ACC-ID
                   MOVE WS-D-DEVISE(WS-D) TO CUR-DEVISE
                   MOVE WS-D-DATE-EFFET(WS-D) TO CUR-DATE-EFFET
                   WRITE ACCOUNT-CURRENCY-RECORD
               END-IF
           END-PERFORM.

           CLOSE CURRENCY-FILE.
       3200-SAUVEGARDER-DEVISES-FIN.
           EXIT.

       3300-SAUVEGARDER-PRODUITS-DEB.
           OPEN OUTPUT PRODUCT-FILE.
           IF WS-PRODUCT-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE PRODUCT-FILE: "
                       WS-PRODUCT-STATUS
               STOP RUN
           END-IF.

           PERFORM VARYING WS-PR FROM 1 BY 1
                   UNTIL WS-PR > WS-PRODUIT-CNT
               MOVE SPACES TO ACCOUNT-PRODUCT-RECORD
               MOVE WS-PR-ACC-ID(WS-PR) TO PRD-ACC-ID
               MOVE WS-PR-PRODUIT(WS-PR) TO PRD-PRODUIT
               MOVE WS-PR-DATE-EFFET(WS-PR) TO PRD-DATE-EFFET
               WRITE ACCOUNT-PRODUCT-RECORD
           END-PERFORM.

           CLOSE PRODUCT-FILE.
       3300-SAUVEGARDER-PRODUITS-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE TRANSACTION-FILE.
           CLOSE SUSPENSE-FILE.
           DISPLAY "REJETEES              : " WS-REJECTED-CNT.
           DISPLAY "COMPTES GELES         : " WS-GEL-CNT.
           DISPLAY "COMPTES DEGELES       : " WS-DEGEL-CNT.
           DISPLAY "DEVISES MODIFIEES     : " WS-DEVISE-MAJ-CNT.
           DISPLAY "PRODUITS MODIFIES     : " WS-PRODUIT-MAJ-CNT.
           DISPLAY "------------------------------------------------".

           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
