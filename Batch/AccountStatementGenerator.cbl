      * of the master SOLDE, so the statement always reconciles to
      * the file the posting run actually wrote. Paginated with the
      * shared ReportHeader.cpy heading block like our other reports.
      * An account kept in another currency prints in it: the
      * account line names the currency and every amount and
      * balance carries its code, as the posting run holds them -
      * nothing is converted on the statement.
      * Each account is statemented on the cycle of its product
      * (AccountProductLookup): a monthly product every month-end,
      * a quarterly one only at the end of March, June, September
      * and December, a yearly one only at the end of December. An
      * account not due this month is counted out of cycle, and the
      * run balances accounts read against statements printed plus
      * accounts out of cycle with ControlTotals.cpy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT CURRENCY-FILE ASSIGN DYNAMIC WS-CURRENCY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENCY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           05 PC-PERIODE            PIC 9(6).
           05 PC-STATUT             PIC X(1).

       FD  CURRENCY-FILE.
           COPY "AccountCurrency.cpy".

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "AccountStatementGen".

       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/ACCOUNT-MASTER.txt".
       01  WS-ACCOUNT-CNT           PIC 9(5) VALUE ZERO.
       01  WS-TXN-CNT               PIC 9(5) VALUE ZERO.
       01  WS-STATEMENT-CNT         PIC 9(5) VALUE ZERO.
       01  WS-HORS-CYCLE-CNT        PIC 9(5) VALUE ZERO.
       01  WS-I                     PIC 9(5).
       01  WS-T                     PIC 9(5).

               10 WS-P-PERIODE      PIC 9(6).
               10 WS-P-STATUT       PIC X(1).

       01  WS-CURRENCY-PATH         PIC X(40)
                                 VALUE "Data/ACCOUNT-CURRENCY.txt".
       01  WS-CURRENCY-STATUS       PIC XX.
       01  WS-DEVISE-CNT            PIC 9(4) VALUE ZERO.
       01  WS-D                     PIC 9(4).
       01  WS-DEVISE-COMPTE         PIC X(3).

       01  WS-DEVISE-TABLE.
           05 WS-DEVISE-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON WS-DEVISE-CNT
                   INDEXED BY DVX.
               10 WS-D-ACC-ID       PIC X(6).
               10 WS-D-DEVISE       PIC X(3).

      * Statement cycle of the account's product; a product the
      * catalogue does not hold is statemented monthly rather than
      * not at all.
       01  WS-AP-FONCTION           PIC X(1) VALUE "C".
       01  WS-AP-PRODUIT            PIC X(4).
       01  WS-AP-RESULT             PIC X(1).
           88 PRODUIT-CONNU         VALUE "Y".
           COPY "ProductCatalogue.cpy".
       01  WS-RELEVE-DU             PIC X(1).
           88 RELEVE-DU             VALUE "Y".
       01  WS-FIN-TRIMESTRE         PIC X(1) VALUE "N".
           88 FIN-TRIMESTRE         VALUE "Y".
       01  WS-FIN-ANNEE             PIC X(1) VALUE "N".
           88 FIN-ANNEE             VALUE "Y".

       01  WS-SOLDE-COURANT         PIC S9(7)V99.
       01  WS-MOUVEMENT-NET         PIC S9(8)V99.
       01  WS-SOLDE-OUVERTURE       PIC S9(7)V99.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITER-COMPTE-DEB
              THRU 2000-TRAITER-COMPTE-FIN
              VARYING WS-I FROM 1 BY 1
              UNTIL WS-I > WS-ACCOUNT-CNT.

           PERFORM 1300-CHARGER-PERIODES-DEB
              THRU 1300-CHARGER-PERIODES-FIN.

           PERFORM 1350-CHARGER-DEVISES-DEB
              THRU 1350-CHARGER-DEVISES-FIN.

           OPEN OUTPUT STATEMENT-FILE.
           IF WS-STATEMENT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE STATEMENT-FILE: "
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 40 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           IF WS-TODAY-MM = 3 OR 6 OR 9 OR 12
               MOVE "Y" TO WS-FIN-TRIMESTRE
           END-IF.
           IF WS-TODAY-MM = 12
               MOVE "Y" TO WS-FIN-ANNEE
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

       1300-CHARGER-PERIODES-FIN.
           EXIT.

      * An absent currency file simply means every account is kept
      * in euros.
       1350-CHARGER-DEVISES-DEB.
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURRENCY-FILE
           END-IF.
       1350-CHARGER-DEVISES-FIN.
           EXIT.

       1400-CONTROLER-PERIODE-DEB.
           MOVE "N" TO WS-PERIODE-FERMEE.
           PERFORM VARYING WS-P FROM 1 BY 1
       1400-CONTROLER-PERIODE-FIN.
           EXIT.

      * The product's cycle decides whether the account is due a
      * statement this month-end.
       2000-TRAITER-COMPTE-DEB.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           ADD 1 TO CT-INPUT-HASH-TOTAL.

           CALL "AccountProductLookup" USING WS-AP-FONCTION
               WS-A-ID(WS-I) WS-AP-PRODUIT PRODUCT-CATALOGUE-RECORD
               WS-AP-RESULT.

           MOVE "Y" TO WS-RELEVE-DU.
           EVALUATE TRUE
               WHEN NOT PRODUIT-CONNU
                   CONTINUE
               WHEN CAT-RELEVE-TRIMESTRIEL AND NOT FIN-TRIMESTRE
                   MOVE "N" TO WS-RELEVE-DU
               WHEN CAT-RELEVE-ANNUEL AND NOT FIN-ANNEE
                   MOVE "N" TO WS-RELEVE-DU
           END-EVALUATE.

           IF RELEVE-DU
               PERFORM 3000-EDITER-RELEVE-DEB
                  THRU 3000-EDITER-RELEVE-FIN
           ELSE
               ADD 1 TO WS-HORS-CYCLE-CNT
           END-IF.

           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       2000-TRAITER-COMPTE-FIN.
           EXIT.

      * One statement per master account: the net movement of the
      * period's applied transactions is backed out of the master
      * SOLDE to give the opening balance, then each transaction is
               END-IF
           END-PERFORM.

           MOVE "EUR" TO WS-DEVISE-COMPTE.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEVISE-CNT
               IF WS-D-ACC-ID(WS-D) = WS-A-ID(WS-I)
                   MOVE WS-D-DEVISE(WS-D) TO WS-DEVISE-COMPTE
               END-IF
           END-PERFORM.

           COMPUTE WS-SOLDE-OUVERTURE =
                   WS-A-SOLDE(WS-I) - WS-MOUVEMENT-NET.
           MOVE WS-SOLDE-OUVERTURE TO WS-SOLDE-COURANT.

           MOVE SPACES TO STATEMENT-LINE.
           STRING "COMPTE " WS-A-ID(WS-I) " " WS-A-NAME(WS-I)
                  " DEVISE " WS-DEVISE-COMPTE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM 3200-ECRIRE-LIGNE-DEB
              THRU 3200-ECRIRE-LIGNE-FIN.
           MOVE WS-SOLDE-OUVERTURE TO WS-SOLDE-EDITE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "  SOLDE D'OUVERTURE             " WS-SOLDE-EDITE
                  " " WS-DEVISE-COMPTE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM 3200-ECRIRE-LIGNE-DEB
              THRU 3200-ECRIRE-LIGNE-FIN.
           MOVE WS-A-SOLDE(WS-I) TO WS-SOLDE-EDITE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "  SOLDE DE CLOTURE              " WS-SOLDE-EDITE
                  " " WS-DEVISE-COMPTE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           PERFORM 3200-ECRIRE-LIGNE-DEB
              THRU 3200-ECRIRE-LIGNE-FIN.
           WRITE STATEMENT-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           STRING "  TYPE        MONTANT             SOLDE  DEVISE"
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

               IF TYPE-DEBIT
                   STRING "  DEBIT    " WS-MONTANT-EDITE
                          "      " WS-SOLDE-EDITE
                          "   " WS-DEVISE-COMPTE
                          DELIMITED BY SIZE INTO STATEMENT-LINE
               ELSE
                   STRING "  CREDIT   " WS-MONTANT-EDITE
                          "      " WS-SOLDE-EDITE
                          "   " WS-DEVISE-COMPTE
                          DELIMITED BY SIZE INTO STATEMENT-LINE
               END-IF
               PERFORM 3200-ECRIRE-LIGNE-DEB
           DISPLAY "COMPTES TRAITES       : " WS-ACCOUNT-CNT.
           DISPLAY "TRANSACTIONS LUES     : " WS-TXN-CNT.
           DISPLAY "RELEVES EDITES        : " WS-STATEMENT-CNT.
           DISPLAY "HORS CYCLE DE RELEVE  : " WS-HORS-CYCLE-CNT.
           DISPLAY "------------------------------------------------".

           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.
       9000-TERMINAISON-FIN.
           EXIT.
