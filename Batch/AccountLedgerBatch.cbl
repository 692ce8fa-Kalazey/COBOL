      * overdraft limit land on the overdraft report, and the run
      * balances with ControlTotalCheck. The new generation replaces
      * the live master only after the merge completes.
      * An account listed on the account currency file is kept in
      * that currency: its movements arrive and post in it, its
      * balance and overdraft limit are read in it, and the audit
      * images and the overdraft report carry the code. The euro
      * value is the ledger's business - GlJournalPostBatch books
      * each row at the rate of its date - so a foreign movement
      * dated a day the rate table cannot price is flagged here,
      * with condition code 4, before that run would stop on it.
      * The limits come from the account's product in the account
      * product catalogue (AccountProductLookup): an account of a
      * product that allows no overdraft is reported as soon as its
      * balance goes negative, whatever limit the master carries,
      * and an account without a row of its own on the velocity
      * limits file is held to its product's daily limits. An
      * account whose product the catalogue does not hold keeps its
      * master limit, has no velocity limit and is flagged with
      * condition code 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VELOCITY-STATUS.

           SELECT CURRENCY-FILE ASSIGN DYNAMIC WS-CURRENCY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENCY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
      * Per-account velocity limits: the most an account may move
      * in one day and the most transactions it may post in one day
      * before the movement is flagged for review. Accounts absent
      * from the file take the limits of their product.
       FD  LIMITS-FILE.
       01  ACCOUNT-LIMITS-RECORD.
           05 LIM-ACC-ID            PIC X(6).
       FD  VELOCITY-ALERT-FILE.
       01  VELOCITY-ALERT-LINE      PIC X(90).

       FD  CURRENCY-FILE.
           COPY "AccountCurrency.cpy".

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".


       01  WS-LIMITS-CNT            PIC 9(4) VALUE ZERO.
       01  WS-L                     PIC 9(4).
       01  WS-VELO-PLAFOND          PIC 9(7)V99.
       01  WS-VELO-NB-MAX           PIC 9(3).
       01  WS-LIMITE-COMPTE         PIC 9(7)V99.
       01  WS-PRODUIT-INCONNU-CNT   PIC 9(5) VALUE ZERO.

       01  WS-AP-FONCTION           PIC X(1) VALUE "C".
       01  WS-AP-PRODUIT            PIC X(4).
       01  WS-AP-RESULT             PIC X(1).
           88 PRODUIT-CONNU         VALUE "Y".
           COPY "ProductCatalogue.cpy".

       01  WS-LIMITS-TABLE.
           05 WS-LIMITS-ENTRY OCCURS 2000 TIMES
               10 WS-V-NB           PIC 9(5).
               10 WS-V-SEVERITE     PIC 9(5).
               10 WS-V-EDITE        PIC X(1).
               10 WS-V-PLAFOND      PIC 9(7)V99.
               10 WS-V-NB-MAX       PIC 9(3).

       01  WS-ALERTE-CNT            PIC 9(5) VALUE ZERO.
       01  WS-SEVERITE-MONTANT      PIC 9(5).
       01  WS-PERIOD-CNT            PIC 9(3) VALUE ZERO.
       01  WS-P                     PIC 9(3).

       01  WS-CURRENCY-PATH         PIC X(40)
                                 VALUE "Data/ACCOUNT-CURRENCY.txt".
       01  WS-CURRENCY-STATUS       PIC XX.
       01  WS-DEVISE-CNT            PIC 9(4) VALUE ZERO.
       01  WS-D                     PIC 9(4).
       01  WS-DEVISE-COMPTE         PIC X(3).
       01  WS-DEVISE-EFFET          PIC 9(8).
       01  WS-DEVISE-APPL-CNT       PIC 9(5) VALUE ZERO.
       01  WS-SANS-COURS-CNT        PIC 9(5) VALUE ZERO.

       01  WS-DEVISE-TABLE.
           05 WS-DEVISE-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON WS-DEVISE-CNT
                   INDEXED BY DVX.
               10 WS-D-ACC-ID       PIC X(6).
               10 WS-D-DEVISE       PIC X(3).
               10 WS-D-DATE-EFFET   PIC 9(8).

       01  WS-XR-DATE               PIC 9(8).
       01  WS-XR-COURS              PIC 9(4)V9(6).
       01  WS-XR-DATE-COURS         PIC 9(8).
       01  WS-XR-RESULT             PIC X(1).
           88 COURS-CONNU           VALUE "Y".
       01  WS-RC-SAUVE              PIC S9(4) VALUE ZERO.

      * One line per accounting period, flipped to C by the month-end
      * close job (PeriodCloseBatch). Anything dated in a C period is
      * pushed to suspense instead of being posted.
           PERFORM 1260-CHARGER-LIMITES-DEB
              THRU 1260-CHARGER-LIMITES-FIN.

           PERFORM 1270-CHARGER-DEVISES-DEB
              THRU 1270-CHARGER-DEVISES-FIN.

           PERFORM 1300-TRIER-TRANSACTIONS-DEB
              THRU 1300-TRIER-TRANSACTIONS-FIN.
      * The trailer, when the file carries one, must prove out
       1260-CHARGER-LIMITES-FIN.
           EXIT.

      * An absent currency file simply means every account is kept
      * in euros.
       1270-CHARGER-DEVISES-DEB.
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURRENCY-FILE
           END-IF.
       1270-CHARGER-DEVISES-FIN.
           EXIT.

      * The clean feed arrives in keying order; the merge needs it
      * in account order. DUPLICATES IN ORDER keeps each account's
      * movements in arrival sequence, which the journal's running
                           MOVE ACC-ID TO WS-CLE-MAITRE
                           MOVE ACC-ID TO WS-CLE-PRECEDENTE
                           MOVE ACC-SOLDE TO WS-SOLDE-COURANT
                           PERFORM 2150-CHERCHER-DEVISE-DEB
                              THRU 2150-CHERCHER-DEVISE-FIN
                           PERFORM 2160-CHERCHER-PRODUIT-DEB
                              THRU 2160-CHERCHER-PRODUIT-FIN
                           ADD 1 TO WS-ACCOUNT-CNT
                           MOVE "Y" TO WS-LECTURE-FINIE
                       END-IF
       2100-LIRE-MAITRE-FIN.
           EXIT.

       2150-CHERCHER-DEVISE-DEB.
           MOVE "EUR" TO WS-DEVISE-COMPTE.
           MOVE ZERO TO WS-DEVISE-EFFET.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEVISE-CNT
               IF WS-D-ACC-ID(WS-D) = ACC-ID
                   MOVE WS-D-DEVISE(WS-D) TO WS-DEVISE-COMPTE
                   MOVE WS-D-DATE-EFFET(WS-D) TO WS-DEVISE-EFFET
               END-IF
           END-PERFORM.
       2150-CHERCHER-DEVISE-FIN.
           EXIT.

      * The account's own velocity row wins over its product's
      * limits; the overdraft limit is the master's, or none at all
      * on a product that allows no overdraft.
       2160-CHERCHER-PRODUIT-DEB.
           CALL "AccountProductLookup" USING WS-AP-FONCTION ACC-ID
               WS-AP-PRODUIT PRODUCT-CATALOGUE-RECORD WS-AP-RESULT.
           MOVE ACC-LIMITE-DECOUVERT TO WS-LIMITE-COMPTE.
           MOVE ZERO TO WS-VELO-PLAFOND.
           MOVE ZERO TO WS-VELO-NB-MAX.
           IF PRODUIT-CONNU
               IF NOT CAT-DECOUVERT-OK
                   MOVE ZERO TO WS-LIMITE-COMPTE
               END-IF
               MOVE CAT-PLAFOND-JOUR TO WS-VELO-PLAFOND
               MOVE CAT-NB-JOUR TO WS-VELO-NB-MAX
           ELSE
               DISPLAY "PRODUIT INCONNU DU CATALOGUE: " ACC-ID " "
                       WS-AP-PRODUIT
               ADD 1 TO WS-PRODUIT-INCONNU-CNT
           END-IF.

           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LIMITS-CNT
               IF WS-L-ACC-ID(WS-L) = ACC-ID
                   MOVE WS-L-MONTANT(WS-L) TO WS-VELO-PLAFOND
                   MOVE WS-L-NB(WS-L) TO WS-VELO-NB-MAX
               END-IF
           END-PERFORM.
       2160-CHERCHER-PRODUIT-FIN.
           EXIT.

       2200-LIRE-TRANSACTION-DEB.
           READ SORTED-TXN-FILE
               AT END
                   MOVE WS-SOLDE-COURANT TO WS-AT-SOLDE-EDITE
                   MOVE SPACES TO WS-AT-BEFORE
                   STRING STX-ACC-ID " SOLDE=" WS-AT-SOLDE-EDITE
                          " " WS-DEVISE-COMPTE
                          DELIMITED BY SIZE INTO WS-AT-BEFORE
                   IF TYPE-DEBIT
                       SUBTRACT STX-MONTANT FROM WS-SOLDE-COURANT
                   MOVE WS-SOLDE-COURANT TO WS-AT-SOLDE-EDITE
                   MOVE SPACES TO WS-AT-AFTER
                   STRING STX-ACC-ID " SOLDE=" WS-AT-SOLDE-EDITE
                          " " WS-DEVISE-COMPTE
                          DELIMITED BY SIZE INTO WS-AT-AFTER
                   CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                       WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER
                   WRITE POSTING-JOURNAL-RECORD
                   PERFORM 2380-CUMULER-VELOCITE-DEB
                      THRU 2380-CUMULER-VELOCITE-FIN
                   IF WS-DEVISE-COMPTE NOT = "EUR"
                           AND STX-DATE >= WS-DEVISE-EFFET
                       PERFORM 2390-CONTROLER-COURS-DEB
                          THRU 2390-CONTROLER-COURS-FIN
                   END-IF
                   ADD 1 TO WS-APPLIED-CNT
                   COMPUTE WS-CT-MONTANT-CENTIMES =
                           STX-MONTANT * 100
      * Only accounts carrying a limit are tracked - the table
      * stays small and the breach scan at end of run stays cheap.
       2380-CUMULER-VELOCITE-DEB.
           IF WS-VELO-PLAFOND > ZERO OR WS-VELO-NB-MAX > ZERO
               MOVE ZERO TO WS-VELO-TROUVE
               PERFORM VARYING WS-V FROM 1 BY 1
                       UNTIL WS-V > WS-VELO-CNT
                   MOVE ZERO TO WS-V-NB(WS-VELO-TROUVE)
                   MOVE ZERO TO WS-V-SEVERITE(WS-VELO-TROUVE)
                   MOVE "N" TO WS-V-EDITE(WS-VELO-TROUVE)
                   MOVE WS-VELO-PLAFOND
                       TO WS-V-PLAFOND(WS-VELO-TROUVE)
                   MOVE WS-VELO-NB-MAX
                       TO WS-V-NB-MAX(WS-VELO-TROUVE)
               END-IF
               IF WS-VELO-TROUVE > ZERO
                   ADD STX-MONTANT
       2380-CUMULER-VELOCITE-FIN.
           EXIT.

      * The movement posts regardless - the member's balance is in
      * the account's currency and needs no rate - but the ledger
      * cannot take it in euros until the rate of its date is in.
       2390-CONTROLER-COURS-DEB.
           ADD 1 TO WS-DEVISE-APPL-CNT.
           MOVE STX-DATE TO WS-XR-DATE.
           CALL "ExchangeRateLookup" USING WS-DEVISE-COMPTE
               WS-XR-DATE WS-XR-COURS WS-XR-DATE-COURS WS-XR-RESULT.
           IF NOT COURS-CONNU
               DISPLAY "COURS ABSENT: " STX-ACC-ID " "
                       WS-DEVISE-COMPTE " " STX-DATE
                       " - A CHARGER AVANT GlJournalPostBatch"
               ADD 1 TO WS-SANS-COURS-CNT
           END-IF.
       2390-CONTROLER-COURS-FIN.
           EXIT.

       2400-REJETER-ORPHELIN-DEB.
           DISPLAY "COMPTE INTROUVABLE: " STX-ACC-ID.
           ADD 1 TO WS-REJECTED-CNT.
      * generation and report it if it sits past its limit.
       3000-FINALISER-COMPTE-DEB.
           IF WS-SOLDE-COURANT < 0
               IF (WS-SOLDE-COURANT * -1) > WS-LIMITE-COMPTE
                   MOVE WS-SOLDE-COURANT TO WS-SOLDE-EDITE
                   MOVE WS-LIMITE-COMPTE TO WS-LIMITE-EDITE
                   MOVE SPACES TO OVERDRAFT-REPORT-LINE
                   STRING ACC-ID " " ACC-NAME
                          " SOLDE=" WS-SOLDE-EDITE
                          " LIMITE=" WS-LIMITE-EDITE
                          " " WS-DEVISE-COMPTE
                          DELIMITED BY SIZE
                          INTO OVERDRAFT-REPORT-LINE
                   WRITE OVERDRAFT-REPORT-LINE
       6100-NOTER-SEVERITE-DEB.
           MOVE ZERO TO WS-SEVERITE-MONTANT.
           MOVE ZERO TO WS-SEVERITE-NB.
           IF WS-V-PLAFOND(WS-V) > ZERO
               COMPUTE WS-SEVERITE-MONTANT ROUNDED =
                       (WS-V-MONTANT(WS-V) * 100)
                       / WS-V-PLAFOND(WS-V)
           END-IF.
           IF WS-V-NB-MAX(WS-V) > ZERO
               COMPUTE WS-SEVERITE-NB ROUNDED =
                       (WS-V-NB(WS-V) * 100)
                       / WS-V-NB-MAX(WS-V)
           END-IF.

           IF WS-SEVERITE-MONTANT > WS-SEVERITE-NB
               MOVE WS-SEVERITE-MONTANT TO WS-V-SEVERITE(WS-V)
           DISPLAY "DONT COMPTES GELES    : " WS-GELE-CNT.
           DISPLAY "COMPTES EN DECOUVERT   : " WS-OVERDRAFT-CNT.
           DISPLAY "ALERTES DE VELOCITE   : " WS-ALERTE-CNT.
           DISPLAY "EN DEVISE ETRANGERE   : " WS-DEVISE-APPL-CNT.
           DISPLAY "DONT SANS COURS       : " WS-SANS-COURS-CNT.
           DISPLAY "PRODUITS INCONNUS     : " WS-PRODUIT-INCONNU-CNT.
           DISPLAY "------------------------------------------------".

           IF WS-SANS-COURS-CNT > ZERO OR WS-PRODUIT-INCONNU-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      * The control-total call resets RETURN-CODE; keep this run's.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9000-TERMINAISON-FIN.
           EXIT.
