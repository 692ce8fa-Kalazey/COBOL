       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShopSalesBatch.
       AUTHOR. Mathieu.

      * Daily stock and sales run of the snack bar and the souvenir
      * shop, against the item master ShopItemMaintenance keeps
      * (ShopItem.cpy). Three intakes, taken in this order:
      *   Data/SHOP-RECEIPTS.txt  the goods delivered - quantity
      *      and unit cost; the stock rises and the unit cost of the
      *      article becomes the weighted average of what was on
      *      hand and what came in. A withdrawn article takes no
      *      more deliveries.
      *   Data/SHOP-SALES.txt  the till lines of the day - till,
      *      article, quantity; the stock falls, the line is valued
      *      at the selling price (takings) and at the unit cost
      *      (cost of goods sold), and the month's quantity and
      *      takings of the article grow.
      *   Data/SHOP-STOCK-COUNT.txt  the physical count, only on
      *      the day one was taken (monthly); the counted quantity
      *      replaces the book stock and the difference, valued at
      *      unit cost, is listed on the count variance report. An
      *      article is counted once a day.
      * A missing or blank date is the run date; a line that fails
      * goes to suspense with the reason and ends the run with
      * condition code 4.
      * The money is appended to the subledger register, one line
      * per figure of the run: BOUTVENT the takings, BOUTCMV the
      * cost of the goods sold, BOUTRECP the goods received at
      * cost (owed to the supplier until the invoice comes in),
      * BOUTMANQ the count shortfall and BOUTSURP the count
      * surplus; GlJournalPostBatch books them.
      * The run prints the day's sales by article with the month's
      * ten best sellers, the reorder list of the articles at or
      * under their reorder level, and - on a count day - the
      * count variances.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-FILE ASSIGN DYNAMIC WS-ITEM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT RECEIPT-FILE ASSIGN DYNAMIC WS-RECEIPT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT SALES-FILE ASSIGN DYNAMIC WS-SALES-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.

           SELECT COUNT-FILE ASSIGN DYNAMIC WS-COUNT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-STATUS.

           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REORDER-FILE ASSIGN DYNAMIC WS-REORDER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REORDER-STATUS.

           SELECT VARIANCE-FILE ASSIGN DYNAMIC WS-VARIANCE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VARIANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-FILE.
           COPY "ShopItem.cpy".

       FD  RECEIPT-FILE.
       01  SHOP-RECEIPT-RECORD.
           05 REC-DATE-X            PIC X(8).
           05 REC-DATE REDEFINES REC-DATE-X
                                    PIC 9(8).
           05 REC-ARTICLE           PIC X(8).
           05 REC-QUANTITE-X        PIC X(5).
           05 REC-QUANTITE REDEFINES REC-QUANTITE-X
                                    PIC 9(5).
           05 REC-COUT-X            PIC X(8).
           05 REC-COUT REDEFINES REC-COUT-X
                                    PIC 9(4)V9999.
           05 REC-FOURNISSEUR       PIC X(6).
           05 REC-BON-LIVRAISON     PIC X(10).

       FD  SALES-FILE.
       01  SHOP-SALE-RECORD.
           05 VTE-DATE-X            PIC X(8).
           05 VTE-DATE REDEFINES VTE-DATE-X
                                    PIC 9(8).
           05 VTE-CAISSE            PIC X(3).
           05 VTE-ARTICLE           PIC X(8).
           05 VTE-QUANTITE-X        PIC X(4).
           05 VTE-QUANTITE REDEFINES VTE-QUANTITE-X
                                    PIC 9(4).

       FD  COUNT-FILE.
       01  SHOP-COUNT-RECORD.
           05 INV-DATE-X            PIC X(8).
           05 INV-DATE REDEFINES INV-DATE-X
                                    PIC 9(8).
           05 INV-ARTICLE           PIC X(8).
           05 INV-QUANTITE-X        PIC X(6).
           05 INV-QUANTITE REDEFINES INV-QUANTITE-X
                                    PIC 9(6).

       FD  REGISTER-FILE.
           COPY "SubledgerRegister.cpy".

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       FD  REORDER-FILE.
       01  REORDER-LINE             PIC X(80).

       FD  VARIANCE-FILE.
       01  VARIANCE-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-ITEM-PATH             PIC X(40)
                                 VALUE "Data/SHOP-ITEMS.txt".
       01  WS-RECEIPT-PATH          PIC X(40)
                                 VALUE "Data/SHOP-RECEIPTS.txt".
       01  WS-SALES-PATH            PIC X(40)
                                 VALUE "Data/SHOP-SALES.txt".
       01  WS-COUNT-PATH            PIC X(40)
                                 VALUE "Data/SHOP-STOCK-COUNT.txt".
       01  WS-REGISTER-PATH         PIC X(40)
                                 VALUE "Data/SUBLEDGER-GL-REGISTER.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/SHOP-ERR.txt".
       01  WS-REPORT-PATH           PIC X(40)
                                 VALUE "Data/SHOP-SALES-REPORT.txt".
       01  WS-REORDER-PATH          PIC X(40)
                                 VALUE "Data/SHOP-REORDER-LIST.txt".
       01  WS-VARIANCE-PATH         PIC X(40)
                                 VALUE "Data/SHOP-COUNT-VARIANCE.txt".
       01  WS-ITEM-STATUS           PIC XX.
       01  WS-RECEIPT-STATUS        PIC XX.
       01  WS-SALES-STATUS          PIC XX.
       01  WS-COUNT-STATUS          PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-REORDER-STATUS        PIC XX.
       01  WS-VARIANCE-STATUS       PIC XX.

       01  WS-FIN-RECEPTIONS        PIC X VALUE "N".
           88 FIN-RECEPTIONS        VALUE "Y".
       01  WS-FIN-VENTES            PIC X VALUE "N".
           88 FIN-VENTES            VALUE "Y".
       01  WS-FIN-INVENTAIRE        PIC X VALUE "N".
           88 FIN-INVENTAIRE        VALUE "Y".
       01  WS-INVENTAIRE-SWITCH     PIC X VALUE "N".
           88 JOUR-INVENTAIRE       VALUE "Y".

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME
                                    PIC X(8).
       01  WS-RUN-ID                PIC X(14).
       01  WS-PERIODE-VENTES        PIC 9(6).
       01  WS-DATE-SAISIE-X         PIC X(8).
       01  WS-DATE-SAISIE REDEFINES WS-DATE-SAISIE-X
                                    PIC 9(8).
       01  WS-DATE-MOUVEMENT        PIC 9(8).
       01  WS-DATE-VALIDE           PIC X.

      * The master as loaded, with what the day did to each article.
       01  WS-ITEM-CNT              PIC 9(4) VALUE ZERO.
       01  WS-I                     PIC 9(4).
       01  WS-I-TROUVE              PIC 9(4).
       01  WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 3000 TIMES
                   DEPENDING ON WS-ITEM-CNT
                   INDEXED BY IX.
               10 WS-I-RECORD       PIC X(90).
               10 WS-I-QTE-JOUR     PIC 9(7).
               10 WS-I-CA-JOUR      PIC 9(9)V99.
               10 WS-I-CMV-JOUR     PIC 9(9)V99.
               10 WS-I-CLASSE       PIC X(1).

       01  WS-MOTIF-REJET           PIC X(40).
       01  WS-CA                    PIC 9(7)V99.
       01  WS-CMV                   PIC 9(7)V99.
       01  WS-VALEUR                PIC 9(9)V99.
       01  WS-NOUVEAU-STOCK         PIC S9(7).
       01  WS-ECART                 PIC S9(7).
       01  WS-ECART-ABS             PIC 9(7).
       01  WS-MARGE                 PIC S9(9)V99.

      * The day's money, one register line each.
       01  WS-TOTAL-VENTES          PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-CMV             PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-RECEPTIONS      PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-MANQUANTS       PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-EXCEDENTS       PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-SNACK-CA        PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-SNACK-CMV       PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-BOUTIQUE-CA     PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-BOUTIQUE-CMV    PIC 9(9)V99 VALUE ZERO.
       01  WS-REGISTRE-SOURCE       PIC X(8).
       01  WS-REGISTRE-MONTANT      PIC 9(9)V99.
       01  WS-REGISTRE-REFERENCE    PIC X(24).

      * Ten best sellers of the month by quantity.
       01  WS-RANG                  PIC 9(2).
       01  WS-MEILLEUR              PIC 9(4).
       01  WS-MEILLEURE-QTE         PIC 9(7).

       01  WS-RECEPTIONS-LUES       PIC 9(5) VALUE ZERO.
       01  WS-RECEPTIONS-CNT        PIC 9(5) VALUE ZERO.
       01  WS-VENTES-LUES           PIC 9(5) VALUE ZERO.
       01  WS-VENTES-CNT            PIC 9(5) VALUE ZERO.
       01  WS-ARTICLES-VENDUS       PIC 9(7) VALUE ZERO.
       01  WS-COMPTAGES-LUS         PIC 9(5) VALUE ZERO.
       01  WS-COMPTAGES-CNT         PIC 9(5) VALUE ZERO.
       01  WS-ECARTS-CNT            PIC 9(5) VALUE ZERO.
       01  WS-REJETS-CNT            PIC 9(5) VALUE ZERO.
       01  WS-REAPPRO-CNT           PIC 9(4) VALUE ZERO.
       01  WS-NEGATIFS-CNT          PIC 9(4) VALUE ZERO.

       01  WS-QTE-EDITE             PIC Z(6)9.
       01  WS-STOCK-EDITE           PIC -(6)9.
       01  WS-COMPTE-EDITE          PIC -(6)9.
       01  WS-ECART-EDITE           PIC -(6)9.
       01  WS-SEUIL-EDITE           PIC Z(4)9.
       01  WS-PRIX-EDITE            PIC Z(3)9.99.
       01  WS-COUT-EDITE            PIC Z(3)9.9999.
       01  WS-MONTANT-EDITE         PIC Z(8)9.99.
       01  WS-CMV-EDITE             PIC Z(8)9.99.
       01  WS-MARGE-EDITE           PIC -(8)9.99.
       01  WS-RANG-EDITE            PIC Z9.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITER-RECEPTION-DEB
              THRU 2000-TRAITER-RECEPTION-FIN
              UNTIL FIN-RECEPTIONS.

           PERFORM 3000-TRAITER-VENTE-DEB
              THRU 3000-TRAITER-VENTE-FIN
              UNTIL FIN-VENTES.

           PERFORM 4000-TRAITER-COMPTAGE-DEB
              THRU 4000-TRAITER-COMPTAGE-FIN
              UNTIL FIN-INVENTAIRE.

           IF JOUR-INVENTAIRE
               PERFORM 4500-TOTALISER-ECARTS-DEB
                  THRU 4500-TOTALISER-ECARTS-FIN
           END-IF.

           PERFORM 5000-SAUVEGARDER-ARTICLES-DEB
              THRU 5000-SAUVEGARDER-ARTICLES-FIN.

           PERFORM 6000-RAPPORT-VENTES-DEB
              THRU 6000-RAPPORT-VENTES-FIN.

           PERFORM 7000-LISTER-REAPPRO-DEB
              THRU 7000-LISTER-REAPPRO-FIN.

           PERFORM 8000-VERSER-REGISTRE-DEB
              THRU 8000-VERSER-REGISTRE-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-RUN-ID.
           STRING WS-RUN-DATE WS-RUN-TIME-X(1:6)
                  DELIMITED BY SIZE INTO WS-RUN-ID.
           MOVE WS-RUN-DATE(1:6) TO WS-PERIODE-VENTES.

           PERFORM 1100-CHARGER-ARTICLES-DEB
              THRU 1100-CHARGER-ARTICLES-FIN.

           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SUSPENSE-FILE: "
                       WS-SUSPENSE-STATUS
               STOP RUN
           END-IF.

      * A day with no delivery or no sale has no file to read.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RECEIPT-STATUS = "35"
               DISPLAY "AUCUNE RECEPTION DE MARCHANDISES"
               SET FIN-RECEPTIONS TO TRUE
           ELSE
               IF WS-RECEIPT-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE RECEIPT-FILE: "
                           WS-RECEIPT-STATUS
                   STOP RUN
               END-IF
               PERFORM 2100-LIRE-RECEPTION-DEB
                  THRU 2100-LIRE-RECEPTION-FIN
           END-IF.

           OPEN INPUT SALES-FILE.
           IF WS-SALES-STATUS = "35"
               DISPLAY "AUCUNE VENTE DE CAISSE"
               SET FIN-VENTES TO TRUE
           ELSE
               IF WS-SALES-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE SALES-FILE: "
                           WS-SALES-STATUS
                   STOP RUN
               END-IF
               PERFORM 3100-LIRE-VENTE-DEB
                  THRU 3100-LIRE-VENTE-FIN
           END-IF.

      * The count file is there only on a count day.
           OPEN INPUT COUNT-FILE.
           IF WS-COUNT-STATUS = "35"
               SET FIN-INVENTAIRE TO TRUE
           ELSE
               IF WS-COUNT-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE COUNT-FILE: "
                           WS-COUNT-STATUS
                   STOP RUN
               END-IF
               SET JOUR-INVENTAIRE TO TRUE
               OPEN OUTPUT VARIANCE-FILE
               IF WS-VARIANCE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE VARIANCE-FILE: "
                           WS-VARIANCE-STATUS
                   STOP RUN
               END-IF
               PERFORM 4100-LIRE-COMPTAGE-DEB
                  THRU 4100-LIRE-COMPTAGE-FIN
           END-IF.

           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE "ShopSalesBatch" TO RH-PROGRAM-ID.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE "ECARTS D'INVENTAIRE" TO RH-REPORT-TITLE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-CHARGER-ARTICLES-DEB.
           OPEN INPUT ITEM-FILE.
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE ITEM-FILE: " WS-ITEM-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-ITEM-STATUS = "10"
               READ ITEM-FILE
                   AT END
                       MOVE "10" TO WS-ITEM-STATUS
                   NOT AT END
                       IF WS-ITEM-CNT >= 3000
                           DISPLAY "TABLE DES ARTICLES PLEINE"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ITEM-CNT
                       SET IX TO WS-ITEM-CNT
                       MOVE SHOP-ITEM-RECORD TO WS-I-RECORD(IX)
                       MOVE ZERO TO WS-I-QTE-JOUR(IX)
                                    WS-I-CA-JOUR(IX)
                                    WS-I-CMV-JOUR(IX)
                       MOVE "N" TO WS-I-CLASSE(IX)
               END-READ
           END-PERFORM.
           CLOSE ITEM-FILE.
       1100-CHARGER-ARTICLES-FIN.
           EXIT.

      * The article whose code is in ITM-CODE, left in the record
      * area when found.
       1200-CHERCHER-ARTICLE-DEB.
           MOVE ZERO TO WS-I-TROUVE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ITEM-CNT OR WS-I-TROUVE > ZERO
               IF WS-I-RECORD(WS-I)(1:8) = ITM-CODE
                   MOVE WS-I TO WS-I-TROUVE
                   MOVE WS-I-RECORD(WS-I) TO SHOP-ITEM-RECORD
               END-IF
           END-PERFORM.
           IF WS-I-TROUVE = ZERO
               MOVE "ARTICLE INCONNU" TO WS-MOTIF-REJET
           END-IF.
       1200-CHERCHER-ARTICLE-FIN.
           EXIT.

      * The date of a line: blank is the run date, otherwise a real
      * date not in the future.
       1300-CONTROLER-DATE-DEB.
           IF WS-DATE-SAISIE-X = SPACES
               MOVE WS-RUN-DATE TO WS-DATE-MOUVEMENT
           ELSE
               IF WS-DATE-SAISIE-X IS NUMERIC
                   CALL "DateValidator" USING WS-DATE-SAISIE
                                              WS-DATE-VALIDE
               ELSE
                   MOVE "N" TO WS-DATE-VALIDE
               END-IF
               IF WS-DATE-VALIDE NOT = "Y"
                   MOVE "DATE INVALIDE" TO WS-MOTIF-REJET
               ELSE
                   IF WS-DATE-SAISIE > WS-RUN-DATE
                       MOVE "DATE FUTURE" TO WS-MOTIF-REJET
                   ELSE
                       MOVE WS-DATE-SAISIE TO WS-DATE-MOUVEMENT
                   END-IF
               END-IF
           END-IF.
       1300-CONTROLER-DATE-FIN.
           EXIT.

      * A delivery: the new unit cost is the weighted average of the
      * stock on hand and the goods received - or the delivery's own
      * cost when nothing is on hand.
       2000-TRAITER-RECEPTION-DEB.
           ADD 1 TO WS-RECEPTIONS-LUES.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE REC-DATE-X TO WS-DATE-SAISIE-X.
           PERFORM 1300-CONTROLER-DATE-DEB
              THRU 1300-CONTROLER-DATE-FIN.
           IF WS-MOTIF-REJET = SPACES
               MOVE REC-ARTICLE TO ITM-CODE
               PERFORM 1200-CHERCHER-ARTICLE-DEB
                  THRU 1200-CHERCHER-ARTICLE-FIN
           END-IF.
           IF WS-MOTIF-REJET = SPACES
               EVALUATE TRUE
                   WHEN ITM-RETIRE
                       MOVE "ARTICLE RETIRE" TO WS-MOTIF-REJET
                   WHEN REC-QUANTITE-X IS NOT NUMERIC
                       MOVE "QUANTITE INVALIDE" TO WS-MOTIF-REJET
                   WHEN REC-QUANTITE = ZERO
                       MOVE "QUANTITE INVALIDE" TO WS-MOTIF-REJET
                   WHEN REC-COUT-X IS NOT NUMERIC
                       MOVE "COUT UNITAIRE INVALIDE" TO WS-MOTIF-REJET
                   WHEN REC-COUT = ZERO
                       MOVE "COUT UNITAIRE INVALIDE" TO WS-MOTIF-REJET
                   WHEN ITM-STOCK + REC-QUANTITE > 999999
                       MOVE "STOCK HORS CAPACITE" TO WS-MOTIF-REJET
               END-EVALUATE
           END-IF.

           IF WS-MOTIF-REJET NOT = SPACES
               MOVE SPACES TO SUSPENSE-LINE
               STRING "RECEPTION " SHOP-RECEIPT-RECORD " - "
                      WS-MOTIF-REJET
                      DELIMITED BY SIZE INTO SUSPENSE-LINE
               PERFORM 2900-REJETER-DEB
                  THRU 2900-REJETER-FIN
           ELSE
               COMPUTE WS-VALEUR ROUNDED = REC-QUANTITE * REC-COUT
               IF ITM-STOCK > ZERO
                   COMPUTE ITM-COUT ROUNDED =
                           (ITM-STOCK * ITM-COUT + WS-VALEUR)
                           / (ITM-STOCK + REC-QUANTITE)
               ELSE
                   MOVE REC-COUT TO ITM-COUT
               END-IF
               ADD REC-QUANTITE TO ITM-STOCK
               MOVE SHOP-ITEM-RECORD TO WS-I-RECORD(WS-I-TROUVE)
               ADD WS-VALEUR TO WS-TOTAL-RECEPTIONS
               ADD 1 TO WS-RECEPTIONS-CNT
           END-IF.

           PERFORM 2100-LIRE-RECEPTION-DEB
              THRU 2100-LIRE-RECEPTION-FIN.
       2000-TRAITER-RECEPTION-FIN.
           EXIT.

       2100-LIRE-RECEPTION-DEB.
           READ RECEIPT-FILE
               AT END
                   SET FIN-RECEPTIONS TO TRUE
           END-READ.
       2100-LIRE-RECEPTION-FIN.
           EXIT.

       2900-REJETER-DEB.
           WRITE SUSPENSE-LINE.
           ADD 1 TO WS-REJETS-CNT.
           MOVE 4 TO RETURN-CODE.
       2900-REJETER-FIN.
           EXIT.

      * A till line. The books may go below zero when the goods
      * were sold before their delivery was entered; the count puts
      * the stock right. Sales of an earlier month than the one the
      * article is counting do not touch its month-to-date figures.
       3000-TRAITER-VENTE-DEB.
           ADD 1 TO WS-VENTES-LUES.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE VTE-DATE-X TO WS-DATE-SAISIE-X.
           PERFORM 1300-CONTROLER-DATE-DEB
              THRU 1300-CONTROLER-DATE-FIN.
           IF WS-MOTIF-REJET = SPACES
               MOVE VTE-ARTICLE TO ITM-CODE
               PERFORM 1200-CHERCHER-ARTICLE-DEB
                  THRU 1200-CHERCHER-ARTICLE-FIN
           END-IF.
           IF WS-MOTIF-REJET = SPACES
               EVALUATE TRUE
                   WHEN VTE-QUANTITE-X IS NOT NUMERIC
                       MOVE "QUANTITE INVALIDE" TO WS-MOTIF-REJET
                   WHEN VTE-QUANTITE = ZERO
                       MOVE "QUANTITE INVALIDE" TO WS-MOTIF-REJET
                   WHEN ITM-STOCK - VTE-QUANTITE < -999999
                       MOVE "STOCK HORS CAPACITE" TO WS-MOTIF-REJET
               END-EVALUATE
           END-IF.

           IF WS-MOTIF-REJET NOT = SPACES
               MOVE SPACES TO SUSPENSE-LINE
               STRING "VENTE     " SHOP-SALE-RECORD " - "
                      WS-MOTIF-REJET
                      DELIMITED BY SIZE INTO SUSPENSE-LINE
               PERFORM 2900-REJETER-DEB
                  THRU 2900-REJETER-FIN
           ELSE
               COMPUTE WS-CA = VTE-QUANTITE * ITM-PRIX
               COMPUTE WS-CMV ROUNDED = VTE-QUANTITE * ITM-COUT
               SUBTRACT VTE-QUANTITE FROM ITM-STOCK
               IF WS-DATE-MOUVEMENT(1:6) > ITM-PERIODE
                   MOVE WS-DATE-MOUVEMENT(1:6) TO ITM-PERIODE
                   MOVE ZERO TO ITM-QTE-MOIS ITM-CA-MOIS
               END-IF
               IF WS-DATE-MOUVEMENT(1:6) = ITM-PERIODE
                   ADD VTE-QUANTITE TO ITM-QTE-MOIS
                   ADD WS-CA TO ITM-CA-MOIS
               END-IF
               IF WS-DATE-MOUVEMENT(1:6) > WS-PERIODE-VENTES
                       OR WS-VENTES-CNT = ZERO
                   MOVE WS-DATE-MOUVEMENT(1:6) TO WS-PERIODE-VENTES
               END-IF
               MOVE SHOP-ITEM-RECORD TO WS-I-RECORD(WS-I-TROUVE)
               ADD VTE-QUANTITE TO WS-I-QTE-JOUR(WS-I-TROUVE)
               ADD WS-CA TO WS-I-CA-JOUR(WS-I-TROUVE)
               ADD WS-CMV TO WS-I-CMV-JOUR(WS-I-TROUVE)
               ADD WS-CA TO WS-TOTAL-VENTES
               ADD WS-CMV TO WS-TOTAL-CMV
               IF ITM-SNACK
                   ADD WS-CA TO WS-TOTAL-SNACK-CA
                   ADD WS-CMV TO WS-TOTAL-SNACK-CMV
               ELSE
                   ADD WS-CA TO WS-TOTAL-BOUTIQUE-CA
                   ADD WS-CMV TO WS-TOTAL-BOUTIQUE-CMV
               END-IF
               ADD VTE-QUANTITE TO WS-ARTICLES-VENDUS
               ADD 1 TO WS-VENTES-CNT
           END-IF.

           PERFORM 3100-LIRE-VENTE-DEB
              THRU 3100-LIRE-VENTE-FIN.
       3000-TRAITER-VENTE-FIN.
           EXIT.

       3100-LIRE-VENTE-DEB.
           READ SALES-FILE
               AT END
                   SET FIN-VENTES TO TRUE
           END-READ.
       3100-LIRE-VENTE-FIN.
           EXIT.

      * A counted quantity replaces the book stock; the difference
      * is valued at the unit cost. An article counted that day
      * already, or counted since, is not counted again.
       4000-TRAITER-COMPTAGE-DEB.
           ADD 1 TO WS-COMPTAGES-LUS.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE INV-DATE-X TO WS-DATE-SAISIE-X.
           PERFORM 1300-CONTROLER-DATE-DEB
              THRU 1300-CONTROLER-DATE-FIN.
           IF WS-MOTIF-REJET = SPACES
               MOVE INV-ARTICLE TO ITM-CODE
               PERFORM 1200-CHERCHER-ARTICLE-DEB
                  THRU 1200-CHERCHER-ARTICLE-FIN
           END-IF.
           IF WS-MOTIF-REJET = SPACES
               EVALUATE TRUE
                   WHEN INV-QUANTITE-X IS NOT NUMERIC
                       MOVE "QUANTITE COMPTEE INVALIDE"
                           TO WS-MOTIF-REJET
                   WHEN ITM-DATE-INVENTAIRE NOT < WS-DATE-MOUVEMENT
                       MOVE "ARTICLE DEJA COMPTE" TO WS-MOTIF-REJET
               END-EVALUATE
           END-IF.

           IF WS-MOTIF-REJET NOT = SPACES
               MOVE SPACES TO SUSPENSE-LINE
               STRING "COMPTAGE  " SHOP-COUNT-RECORD " - "
                      WS-MOTIF-REJET
                      DELIMITED BY SIZE INTO SUSPENSE-LINE
               PERFORM 2900-REJETER-DEB
                  THRU 2900-REJETER-FIN
           ELSE
               COMPUTE WS-ECART = INV-QUANTITE - ITM-STOCK
               IF WS-ECART < ZERO
                   COMPUTE WS-ECART-ABS = ZERO - WS-ECART
               ELSE
                   MOVE WS-ECART TO WS-ECART-ABS
               END-IF
               COMPUTE WS-VALEUR ROUNDED = WS-ECART-ABS * ITM-COUT
               IF WS-ECART < ZERO
                   ADD WS-VALEUR TO WS-TOTAL-MANQUANTS
               ELSE
                   ADD WS-VALEUR TO WS-TOTAL-EXCEDENTS
               END-IF
               IF WS-ECART NOT = ZERO
                   ADD 1 TO WS-ECARTS-CNT
                   PERFORM 4200-EDITER-ECART-DEB
                      THRU 4200-EDITER-ECART-FIN
               END-IF
               MOVE INV-QUANTITE TO ITM-STOCK
               MOVE WS-DATE-MOUVEMENT TO ITM-DATE-INVENTAIRE
               MOVE SHOP-ITEM-RECORD TO WS-I-RECORD(WS-I-TROUVE)
               ADD 1 TO WS-COMPTAGES-CNT
           END-IF.

           PERFORM 4100-LIRE-COMPTAGE-DEB
              THRU 4100-LIRE-COMPTAGE-FIN.
       4000-TRAITER-COMPTAGE-FIN.
           EXIT.

       4100-LIRE-COMPTAGE-DEB.
           READ COUNT-FILE
               AT END
                   SET FIN-INVENTAIRE TO TRUE
           END-READ.
       4100-LIRE-COMPTAGE-FIN.
           EXIT.

      * One variance line, the record area still holding the book
      * stock.
       4200-EDITER-ECART-DEB.
           PERFORM 4900-ENTETE-ECARTS-DEB
              THRU 4900-ENTETE-ECARTS-FIN.
           MOVE ITM-STOCK TO WS-STOCK-EDITE.
           MOVE INV-QUANTITE TO WS-COMPTE-EDITE.
           MOVE WS-ECART TO WS-ECART-EDITE.
           MOVE ITM-COUT TO WS-COUT-EDITE.
           MOVE WS-VALEUR TO WS-MONTANT-EDITE.
           MOVE SPACES TO VARIANCE-LINE.
           IF WS-ECART < ZERO
               STRING ITM-CODE " " ITM-LIBELLE " " WS-STOCK-EDITE " "
                      WS-COMPTE-EDITE " " WS-ECART-EDITE " "
                      WS-COUT-EDITE " " WS-MONTANT-EDITE " MANQUANT"
                      DELIMITED BY SIZE INTO VARIANCE-LINE
           ELSE
               STRING ITM-CODE " " ITM-LIBELLE " " WS-STOCK-EDITE " "
                      WS-COMPTE-EDITE " " WS-ECART-EDITE " "
                      WS-COUT-EDITE " " WS-MONTANT-EDITE " EXCEDENT"
                      DELIMITED BY SIZE INTO VARIANCE-LINE
           END-IF.
           WRITE VARIANCE-LINE.
           ADD 1 TO RH-LINE-COUNT.
       4200-EDITER-ECART-FIN.
           EXIT.

      * The count's totals: articles counted, and the shortfall, the
      * surplus and the net at cost.
       4500-TOTALISER-ECARTS-DEB.
           PERFORM 4900-ENTETE-ECARTS-DEB
              THRU 4900-ENTETE-ECARTS-FIN.
           MOVE WS-TOTAL-MANQUANTS TO WS-MONTANT-EDITE.
           MOVE WS-TOTAL-EXCEDENTS TO WS-CMV-EDITE.
           COMPUTE WS-MARGE = WS-TOTAL-EXCEDENTS - WS-TOTAL-MANQUANTS.
           MOVE WS-MARGE TO WS-MARGE-EDITE.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "ARTICLES COMPTES " WS-COMPTAGES-CNT
                  "  EN ECART " WS-ECARTS-CNT
                  DELIMITED BY SIZE INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "MANQUANTS " WS-MONTANT-EDITE
                  "  EXCEDENTS " WS-CMV-EDITE
                  "  ECART NET " WS-MARGE-EDITE
                  DELIMITED BY SIZE INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           CLOSE VARIANCE-FILE.
       4500-TOTALISER-ECARTS-FIN.
           EXIT.

       4900-ENTETE-ECARTS-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               ADD 1 TO RH-PAGE-NUMBER
               MOVE SPACES TO RH-HEADING-LINE-1
               STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                      " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                      DELIMITED BY SIZE INTO RH-HEADING-LINE-1
               MOVE SPACES TO VARIANCE-LINE
               MOVE RH-HEADING-LINE-1 TO VARIANCE-LINE
               WRITE VARIANCE-LINE
               MOVE SPACES TO VARIANCE-LINE
               STRING "ARTICLE  LIBELLE                     LIVRES "
                      " COMPTE   ECART  COUT UNIT.        VALEUR"
                      DELIMITED BY SIZE INTO VARIANCE-LINE
               WRITE VARIANCE-LINE
               MOVE ZERO TO RH-LINE-COUNT
           END-IF.
       4900-ENTETE-ECARTS-FIN.
           EXIT.

       5000-SAUVEGARDER-ARTICLES-DEB.
           OPEN OUTPUT ITEM-FILE.
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE ITEM-FILE: " WS-ITEM-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ITEM-CNT
               MOVE WS-I-RECORD(WS-I) TO SHOP-ITEM-RECORD
               WRITE SHOP-ITEM-RECORD
           END-PERFORM.
           CLOSE ITEM-FILE.
       5000-SAUVEGARDER-ARTICLES-FIN.
           EXIT.

      * The day's sales by article - takings, cost and margin - with
      * the totals of each counter, then the month's best sellers.
       6000-RAPPORT-VENTES-DEB.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE "VENTES BOUTIQUE" TO RH-REPORT-TITLE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ITEM-CNT
               IF WS-I-QTE-JOUR(WS-I) > ZERO
                   MOVE WS-I-RECORD(WS-I) TO SHOP-ITEM-RECORD
                   PERFORM 6900-ENTETE-VENTES-DEB
                      THRU 6900-ENTETE-VENTES-FIN
                   MOVE WS-I-QTE-JOUR(WS-I) TO WS-QTE-EDITE
                   MOVE WS-I-CA-JOUR(WS-I) TO WS-MONTANT-EDITE
                   MOVE WS-I-CMV-JOUR(WS-I) TO WS-CMV-EDITE
                   COMPUTE WS-MARGE = WS-I-CA-JOUR(WS-I)
                                    - WS-I-CMV-JOUR(WS-I)
                   MOVE WS-MARGE TO WS-MARGE-EDITE
                   MOVE SPACES TO REPORT-LINE
                   STRING ITM-CODE " " ITM-LIBELLE " " ITM-RAYON " "
                          WS-QTE-EDITE " " WS-MONTANT-EDITE " "
                          WS-CMV-EDITE " " WS-MARGE-EDITE
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO RH-LINE-COUNT
               END-IF
           END-PERFORM.

           PERFORM 6900-ENTETE-VENTES-DEB
              THRU 6900-ENTETE-VENTES-FIN.
           MOVE WS-TOTAL-SNACK-CA TO WS-MONTANT-EDITE.
           MOVE WS-TOTAL-SNACK-CMV TO WS-CMV-EDITE.
           COMPUTE WS-MARGE = WS-TOTAL-SNACK-CA - WS-TOTAL-SNACK-CMV.
           MOVE WS-MARGE TO WS-MARGE-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL SNACK                             "
                  WS-MONTANT-EDITE " " WS-CMV-EDITE " "
                  WS-MARGE-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-BOUTIQUE-CA TO WS-MONTANT-EDITE.
           MOVE WS-TOTAL-BOUTIQUE-CMV TO WS-CMV-EDITE.
           COMPUTE WS-MARGE = WS-TOTAL-BOUTIQUE-CA
                            - WS-TOTAL-BOUTIQUE-CMV.
           MOVE WS-MARGE TO WS-MARGE-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL BOUTIQUE                          "
                  WS-MONTANT-EDITE " " WS-CMV-EDITE " "
                  WS-MARGE-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ARTICLES-VENDUS TO WS-QTE-EDITE.
           MOVE WS-TOTAL-VENTES TO WS-MONTANT-EDITE.
           MOVE WS-TOTAL-CMV TO WS-CMV-EDITE.
           COMPUTE WS-MARGE = WS-TOTAL-VENTES - WS-TOTAL-CMV.
           MOVE WS-MARGE TO WS-MARGE-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL DU JOUR                   " WS-QTE-EDITE " "
                  WS-MONTANT-EDITE " " WS-CMV-EDITE " "
                  WS-MARGE-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO RH-LINE-COUNT.

           PERFORM 6500-MEILLEURES-VENTES-DEB
              THRU 6500-MEILLEURES-VENTES-FIN.

           CLOSE REPORT-FILE.
       6000-RAPPORT-VENTES-FIN.
           EXIT.

      * The ten articles that sold the most this month, by quantity,
      * each picked in turn as the best of those not yet ranked.
       6500-MEILLEURES-VENTES-DEB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MEILLEURES VENTES DU MOIS " WS-PERIODE-VENTES
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.

           MOVE 1 TO WS-MEILLEUR.
           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > 10 OR WS-MEILLEUR = ZERO
               MOVE ZERO TO WS-MEILLEUR WS-MEILLEURE-QTE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-ITEM-CNT
                   MOVE WS-I-RECORD(WS-I) TO SHOP-ITEM-RECORD
                   IF WS-I-CLASSE(WS-I) = "N"
                           AND ITM-PERIODE = WS-PERIODE-VENTES
                           AND ITM-QTE-MOIS > WS-MEILLEURE-QTE
                       MOVE WS-I TO WS-MEILLEUR
                       MOVE ITM-QTE-MOIS TO WS-MEILLEURE-QTE
                   END-IF
               END-PERFORM
               IF WS-MEILLEUR > ZERO
                   MOVE "Y" TO WS-I-CLASSE(WS-MEILLEUR)
                   MOVE WS-I-RECORD(WS-MEILLEUR) TO SHOP-ITEM-RECORD
                   PERFORM 6900-ENTETE-VENTES-DEB
                      THRU 6900-ENTETE-VENTES-FIN
                   MOVE WS-RANG TO WS-RANG-EDITE
                   MOVE ITM-QTE-MOIS TO WS-QTE-EDITE
                   MOVE ITM-CA-MOIS TO WS-MONTANT-EDITE
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-RANG-EDITE " " ITM-CODE " " ITM-LIBELLE
                          " " ITM-RAYON "   " WS-QTE-EDITE " "
                          WS-MONTANT-EDITE
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO RH-LINE-COUNT
               END-IF
           END-PERFORM.
       6500-MEILLEURES-VENTES-FIN.
           EXIT.

       6900-ENTETE-VENTES-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               ADD 1 TO RH-PAGE-NUMBER
               MOVE SPACES TO RH-HEADING-LINE-1
               STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                      " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                      DELIMITED BY SIZE INTO RH-HEADING-LINE-1
               MOVE SPACES TO REPORT-LINE
               MOVE RH-HEADING-LINE-1 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "ARTICLE  LIBELLE                  R     "
                      "QTE       RECETTE          COUT         MARGE"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ZERO TO RH-LINE-COUNT
           END-IF.
       6900-ENTETE-VENTES-FIN.
           EXIT.

      * Articles still sold at or under their reorder level, a book
      * stock below zero flagged for the next count.
       7000-LISTER-REAPPRO-DEB.
           OPEN OUTPUT REORDER-FILE.
           IF WS-REORDER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REORDER-FILE: "
                       WS-REORDER-STATUS
               STOP RUN
           END-IF.
           MOVE "ARTICLES A COMMANDER" TO RH-REPORT-TITLE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ITEM-CNT
               MOVE WS-I-RECORD(WS-I) TO SHOP-ITEM-RECORD
               IF ITM-ACTIF AND ITM-STOCK <= ITM-SEUIL
                   ADD 1 TO WS-REAPPRO-CNT
                   PERFORM 7900-ENTETE-REAPPRO-DEB
                      THRU 7900-ENTETE-REAPPRO-FIN
                   MOVE ITM-STOCK TO WS-STOCK-EDITE
                   MOVE ITM-SEUIL TO WS-SEUIL-EDITE
                   MOVE ITM-COUT TO WS-COUT-EDITE
                   MOVE SPACES TO REORDER-LINE
                   IF ITM-STOCK < ZERO
                       ADD 1 TO WS-NEGATIFS-CNT
                       STRING ITM-CODE " " ITM-LIBELLE " " ITM-RAYON
                              " " WS-STOCK-EDITE " " WS-SEUIL-EDITE
                              " " WS-COUT-EDITE " STOCK NEGATIF"
                              DELIMITED BY SIZE INTO REORDER-LINE
                   ELSE
                       STRING ITM-CODE " " ITM-LIBELLE " " ITM-RAYON
                              " " WS-STOCK-EDITE " " WS-SEUIL-EDITE
                              " " WS-COUT-EDITE
                              DELIMITED BY SIZE INTO REORDER-LINE
                   END-IF
                   WRITE REORDER-LINE
                   ADD 1 TO RH-LINE-COUNT
               END-IF
           END-PERFORM.

           PERFORM 7900-ENTETE-REAPPRO-DEB
              THRU 7900-ENTETE-REAPPRO-FIN.
           MOVE SPACES TO REORDER-LINE.
           STRING "ARTICLES A COMMANDER " WS-REAPPRO-CNT
                  "  DONT STOCK NEGATIF " WS-NEGATIFS-CNT
                  DELIMITED BY SIZE INTO REORDER-LINE.
           WRITE REORDER-LINE.
           CLOSE REORDER-FILE.
       7000-LISTER-REAPPRO-FIN.
           EXIT.

       7900-ENTETE-REAPPRO-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               ADD 1 TO RH-PAGE-NUMBER
               MOVE SPACES TO RH-HEADING-LINE-1
               STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                      " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                      DELIMITED BY SIZE INTO RH-HEADING-LINE-1
               MOVE SPACES TO REORDER-LINE
               MOVE RH-HEADING-LINE-1 TO REORDER-LINE
               WRITE REORDER-LINE
               MOVE SPACES TO REORDER-LINE
               STRING "ARTICLE  LIBELLE                  R   STOCK "
                      "SEUIL COUT UNIT."
                      DELIMITED BY SIZE INTO REORDER-LINE
               WRITE REORDER-LINE
               MOVE ZERO TO RH-LINE-COUNT
           END-IF.
       7900-ENTETE-REAPPRO-FIN.
           EXIT.

      * One register line per figure the run produced.
       8000-VERSER-REGISTRE-DEB.
           IF WS-TOTAL-VENTES + WS-TOTAL-RECEPTIONS
                   + WS-TOTAL-MANQUANTS + WS-TOTAL-EXCEDENTS > ZERO
               OPEN EXTEND REGISTER-FILE
               IF WS-REGISTER-STATUS = "05"
                       OR WS-REGISTER-STATUS = "35"
                   OPEN OUTPUT REGISTER-FILE
               END-IF
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE REGISTER-FILE: "
                           WS-REGISTER-STATUS
                   STOP RUN
               END-IF

               MOVE "BOUTVENT" TO WS-REGISTRE-SOURCE
               MOVE WS-TOTAL-VENTES TO WS-REGISTRE-MONTANT
               MOVE SPACES TO WS-REGISTRE-REFERENCE
               STRING "VENTES " WS-VENTES-CNT " LIGNES"
                      DELIMITED BY SIZE INTO WS-REGISTRE-REFERENCE
               PERFORM 8100-ECRIRE-LIGNE-DEB
                  THRU 8100-ECRIRE-LIGNE-FIN

               MOVE "BOUTCMV" TO WS-REGISTRE-SOURCE
               MOVE WS-TOTAL-CMV TO WS-REGISTRE-MONTANT
               MOVE SPACES TO WS-REGISTRE-REFERENCE
               STRING "COUT VENTES " WS-VENTES-CNT " LIGNES"
                      DELIMITED BY SIZE INTO WS-REGISTRE-REFERENCE
               PERFORM 8100-ECRIRE-LIGNE-DEB
                  THRU 8100-ECRIRE-LIGNE-FIN

               MOVE "BOUTRECP" TO WS-REGISTRE-SOURCE
               MOVE WS-TOTAL-RECEPTIONS TO WS-REGISTRE-MONTANT
               MOVE SPACES TO WS-REGISTRE-REFERENCE
               STRING "RECEPTIONS " WS-RECEPTIONS-CNT
                      DELIMITED BY SIZE INTO WS-REGISTRE-REFERENCE
               PERFORM 8100-ECRIRE-LIGNE-DEB
                  THRU 8100-ECRIRE-LIGNE-FIN

               MOVE "BOUTMANQ" TO WS-REGISTRE-SOURCE
               MOVE WS-TOTAL-MANQUANTS TO WS-REGISTRE-MONTANT
               MOVE SPACES TO WS-REGISTRE-REFERENCE
               STRING "STOCK " WS-RUN-DATE " MANQUANTS"
                      DELIMITED BY SIZE INTO WS-REGISTRE-REFERENCE
               PERFORM 8100-ECRIRE-LIGNE-DEB
                  THRU 8100-ECRIRE-LIGNE-FIN

               MOVE "BOUTSURP" TO WS-REGISTRE-SOURCE
               MOVE WS-TOTAL-EXCEDENTS TO WS-REGISTRE-MONTANT
               MOVE SPACES TO WS-REGISTRE-REFERENCE
               STRING "STOCK " WS-RUN-DATE " EXCEDENTS"
                      DELIMITED BY SIZE INTO WS-REGISTRE-REFERENCE
               PERFORM 8100-ECRIRE-LIGNE-DEB
                  THRU 8100-ECRIRE-LIGNE-FIN

               CLOSE REGISTER-FILE
           END-IF.
       8000-VERSER-REGISTRE-FIN.
           EXIT.

      * A figure of zero makes no line.
       8100-ECRIRE-LIGNE-DEB.
           IF WS-REGISTRE-MONTANT > ZERO
               MOVE SPACES TO SUBLEDGER-REGISTER-RECORD
               MOVE WS-RUN-ID TO SLR-RUN-ID
               MOVE WS-REGISTRE-SOURCE TO SLR-SOURCE
               MOVE WS-RUN-DATE TO SLR-DATE
               MOVE WS-REGISTRE-MONTANT TO SLR-MONTANT
               MOVE WS-REGISTRE-REFERENCE TO SLR-REFERENCE
               WRITE SUBLEDGER-REGISTER-RECORD
           END-IF.
       8100-ECRIRE-LIGNE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           IF WS-RECEIPT-STATUS NOT = "35"
               CLOSE RECEIPT-FILE
           END-IF.
           IF WS-SALES-STATUS NOT = "35"
               CLOSE SALES-FILE
           END-IF.
           IF JOUR-INVENTAIRE
               CLOSE COUNT-FILE
           END-IF.
           CLOSE SUSPENSE-FILE.

           DISPLAY "------------------------------------------------".
           DISPLAY "BOUTIQUE ET SNACK - TRAITEMENT DU JOUR TERMINE.".
           DISPLAY "RECEPTIONS LUES       : " WS-RECEPTIONS-LUES.
           DISPLAY "RECEPTIONS ENTREES    : " WS-RECEPTIONS-CNT.
           DISPLAY "LIGNES DE CAISSE LUES : " WS-VENTES-LUES.
           DISPLAY "LIGNES VENDUES        : " WS-VENTES-CNT.
           DISPLAY "ARTICLES COMPTES      : " WS-COMPTAGES-CNT.
           DISPLAY "REJETS                : " WS-REJETS-CNT.
           MOVE WS-TOTAL-VENTES TO WS-MONTANT-EDITE.
           DISPLAY "RECETTE DU JOUR       : " WS-MONTANT-EDITE.
           MOVE WS-TOTAL-CMV TO WS-MONTANT-EDITE.
           DISPLAY "COUT DES VENTES       : " WS-MONTANT-EDITE.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
