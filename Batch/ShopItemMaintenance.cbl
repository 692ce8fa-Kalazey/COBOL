       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShopItemMaintenance.
       AUTHOR. Mathieu.

      * Maintenance of the concession and shop item master
      * Data/SHOP-ITEMS.txt (ShopItem.cpy), in the VendorMaintenance
      * pattern: a transaction file of A (add), C (change) and D
      * (withdraw) requests. An added article carries its
      * description, its counter - S for the snack bar, B for the
      * souvenir shop - its selling price, the unit cost of its
      * opening stock and its reorder level; it starts with nothing
      * on hand, the goods come in through ShopSalesBatch's
      * deliveries. A change may reset the description, the
      * counter, the price or the reorder level - a blank field
      * keeps what is there - but never the cost, which only the
      * deliveries move. A withdrawn article is kept with status R
      * so the tills can sell off what is left of it. Rejects go to
      * suspense, every change rides AuditTrailWriter and the run
      * balances with ControlTotals.cpy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-FILE ASSIGN DYNAMIC WS-ITEM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT TRANSACTION-FILE ASSIGN DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-FILE.
           COPY "ShopItem.cpy".

       FD  TRANSACTION-FILE.
       01  SHOP-ITEM-TRANSACTION.
           05 TXN-ACTION            PIC X(1).
               88 TXN-AJOUT         VALUE "A".
               88 TXN-CHANGEMENT    VALUE "C".
               88 TXN-RETRAIT       VALUE "D".
           05 TXN-CODE              PIC X(8).
           05 TXN-LIBELLE           PIC X(24).
           05 TXN-RAYON             PIC X(1).
               88 TXN-RAYON-VALIDE  VALUE "S" "B".
           05 TXN-PRIX-X            PIC X(6).
           05 TXN-PRIX REDEFINES TXN-PRIX-X
                                    PIC 9(4)V99.
           05 TXN-COUT-X            PIC X(8).
           05 TXN-COUT REDEFINES TXN-COUT-X
                                    PIC 9(4)V9999.
           05 TXN-SEUIL-X           PIC X(5).
           05 TXN-SEUIL REDEFINES TXN-SEUIL-X
                                    PIC 9(5).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "ShopItemMaintenance".

       01  WS-ITEM-PATH             PIC X(40)
                                 VALUE "Data/SHOP-ITEMS.txt".
       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/SHOP-ITEM-TXN.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/SHOP-ITEM-ERR.txt".
       01  WS-ITEM-STATUS           PIC XX.
       01  WS-TXN-STATUS            PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-ITEM-CNT              PIC 9(4) VALUE ZERO.
       01  WS-I                     PIC 9(4).
       01  WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 3000 TIMES
                   DEPENDING ON WS-ITEM-CNT
                   INDEXED BY IX.
               10 WS-I-RECORD       PIC X(90).

       01  WS-ITEM-INDEX            PIC 9(4) VALUE ZERO.
       01  WS-MOTIF                 PIC X(30).
       01  WS-PRIX-EDITE            PIC Z(3)9.99.
       01  WS-SEUIL-EDITE           PIC Z(4)9.

       01  WS-TOTAL-CNT             PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-CNT           PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-CNT          PIC 9(5) VALUE ZERO.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "ShopItemMaintenance".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITEMENT-DEB
              THRU 2000-TRAITEMENT-FIN
              UNTIL END-OF-FILE.

           PERFORM 3000-SAUVEGARDER-MAITRE-DEB
              THRU 3000-SAUVEGARDER-MAITRE-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           PERFORM 1100-CHARGER-MAITRE-DEB
              THRU 1100-CHARGER-MAITRE-FIN.

           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE TRANSACTION-FILE: "
                       WS-TXN-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SUSPENSE-FILE: "
                       WS-SUSPENSE-STATUS
               STOP RUN
           END-IF.

           PERFORM 2100-LIRE-TRANSACTION-DEB
              THRU 2100-LIRE-TRANSACTION-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-CHARGER-MAITRE-DEB.
           OPEN INPUT ITEM-FILE.
           IF WS-ITEM-STATUS = "35"
               MOVE ZERO TO WS-ITEM-CNT
           ELSE
               IF WS-ITEM-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE ITEM-FILE: "
                           WS-ITEM-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-ITEM-STATUS = "10"
                   READ ITEM-FILE
                       AT END
                           MOVE "10" TO WS-ITEM-STATUS
                       NOT AT END
                           IF WS-ITEM-CNT < 3000
                               ADD 1 TO WS-ITEM-CNT
                               SET IX TO WS-ITEM-CNT
                               MOVE SHOP-ITEM-RECORD
                                   TO WS-I-RECORD(IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-FILE
           END-IF.
       1100-CHARGER-MAITRE-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-TOTAL-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           ADD 1 TO CT-INPUT-HASH-TOTAL.

           PERFORM 2200-CHERCHER-ARTICLE-DEB
              THRU 2200-CHERCHER-ARTICLE-FIN.

           EVALUATE TRUE
               WHEN TXN-AJOUT
                   PERFORM 2300-AJOUTER-ARTICLE-DEB
                      THRU 2300-AJOUTER-ARTICLE-FIN
               WHEN TXN-CHANGEMENT
                   PERFORM 2400-CHANGER-ARTICLE-DEB
                      THRU 2400-CHANGER-ARTICLE-FIN
               WHEN TXN-RETRAIT
                   PERFORM 2500-RETIRER-ARTICLE-DEB
                      THRU 2500-RETIRER-ARTICLE-FIN
               WHEN OTHER
                   MOVE "ACTION INCONNUE" TO WS-MOTIF
                   PERFORM 2600-REJETER-TRANSACTION-DEB
                      THRU 2600-REJETER-TRANSACTION-FIN
           END-EVALUATE.

           PERFORM 2100-LIRE-TRANSACTION-DEB
              THRU 2100-LIRE-TRANSACTION-FIN.
       2000-TRAITEMENT-FIN.
           EXIT.

       2100-LIRE-TRANSACTION-DEB.
           READ TRANSACTION-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       2100-LIRE-TRANSACTION-FIN.
           EXIT.

      * The article the line names, left in the record area when
      * found.
       2200-CHERCHER-ARTICLE-DEB.
           MOVE ZERO TO WS-ITEM-INDEX.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ITEM-CNT OR WS-ITEM-INDEX > ZERO
               IF WS-I-RECORD(WS-I)(1:8) = TXN-CODE
                   MOVE WS-I TO WS-ITEM-INDEX
                   MOVE WS-I-RECORD(WS-I) TO SHOP-ITEM-RECORD
               END-IF
           END-PERFORM.
       2200-CHERCHER-ARTICLE-FIN.
           EXIT.

      * The fields an add must carry and a change may carry; the
      * first one wrong names the reject.
       2250-VALIDER-ZONES-DEB.
           MOVE SPACES TO WS-MOTIF.
           EVALUATE TRUE
               WHEN TXN-AJOUT AND TXN-LIBELLE = SPACES
                   MOVE "LIBELLE ABSENT" TO WS-MOTIF
               WHEN TXN-AJOUT AND NOT TXN-RAYON-VALIDE
                   MOVE "RAYON INCONNU (S OU B)" TO WS-MOTIF
               WHEN TXN-CHANGEMENT AND TXN-RAYON NOT = SPACE
                       AND NOT TXN-RAYON-VALIDE
                   MOVE "RAYON INCONNU (S OU B)" TO WS-MOTIF
               WHEN TXN-AJOUT AND TXN-PRIX-X IS NOT NUMERIC
                   MOVE "PRIX DE VENTE INVALIDE" TO WS-MOTIF
               WHEN TXN-CHANGEMENT AND TXN-PRIX-X NOT = SPACES
                       AND TXN-PRIX-X IS NOT NUMERIC
                   MOVE "PRIX DE VENTE INVALIDE" TO WS-MOTIF
               WHEN TXN-PRIX-X IS NUMERIC AND TXN-PRIX = ZERO
                   MOVE "PRIX DE VENTE INVALIDE" TO WS-MOTIF
               WHEN TXN-AJOUT AND TXN-COUT-X IS NOT NUMERIC
                   MOVE "COUT UNITAIRE INVALIDE" TO WS-MOTIF
               WHEN TXN-CHANGEMENT AND TXN-COUT-X NOT = SPACES
                   MOVE "COUT FIXE PAR LES RECEPTIONS"
                       TO WS-MOTIF
               WHEN TXN-AJOUT AND TXN-SEUIL-X IS NOT NUMERIC
                   MOVE "SEUIL INVALIDE" TO WS-MOTIF
               WHEN TXN-CHANGEMENT AND TXN-SEUIL-X NOT = SPACES
                       AND TXN-SEUIL-X IS NOT NUMERIC
                   MOVE "SEUIL INVALIDE" TO WS-MOTIF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2250-VALIDER-ZONES-FIN.
           EXIT.

       2300-AJOUTER-ARTICLE-DEB.
           PERFORM 2250-VALIDER-ZONES-DEB
              THRU 2250-VALIDER-ZONES-FIN.
           IF WS-ITEM-INDEX > ZERO
               MOVE "ARTICLE DEJA CONNU" TO WS-MOTIF
           END-IF.
           IF TXN-CODE = SPACES
               MOVE "CODE ARTICLE ABSENT" TO WS-MOTIF
           END-IF.
           IF WS-MOTIF = SPACES AND WS-ITEM-CNT >= 3000
               DISPLAY "TABLE DES ARTICLES PLEINE"
               MOVE "TABLE PLEINE" TO WS-MOTIF
           END-IF.

           IF WS-MOTIF NOT = SPACES
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               MOVE SPACES TO SHOP-ITEM-RECORD
               MOVE TXN-CODE TO ITM-CODE
               MOVE TXN-LIBELLE TO ITM-LIBELLE
               MOVE TXN-RAYON TO ITM-RAYON
               MOVE TXN-PRIX TO ITM-PRIX
               MOVE TXN-COUT TO ITM-COUT
               MOVE ZERO TO ITM-STOCK
               MOVE TXN-SEUIL TO ITM-SEUIL
               SET ITM-ACTIF TO TRUE
               MOVE ZERO TO ITM-PERIODE ITM-QTE-MOIS ITM-CA-MOIS
                            ITM-DATE-INVENTAIRE
               ADD 1 TO WS-ITEM-CNT
               MOVE WS-ITEM-CNT TO WS-ITEM-INDEX
               MOVE SHOP-ITEM-RECORD TO WS-I-RECORD(WS-ITEM-INDEX)
               MOVE SPACES TO WS-AT-BEFORE
               STRING TXN-CODE " ARTICLE INEXISTANT"
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
               PERFORM 2350-DECRIRE-ARTICLE-DEB
                  THRU 2350-DECRIRE-ARTICLE-FIN
               PERFORM 2700-CONSIGNER-DEB
                  THRU 2700-CONSIGNER-FIN
           END-IF.
       2300-AJOUTER-ARTICLE-FIN.
           EXIT.

      * The audit picture of the article in the record area.
       2350-DECRIRE-ARTICLE-DEB.
           MOVE ITM-PRIX TO WS-PRIX-EDITE.
           MOVE ITM-SEUIL TO WS-SEUIL-EDITE.
           MOVE SPACES TO WS-AT-AFTER.
           STRING ITM-CODE " " ITM-LIBELLE " " ITM-RAYON " "
                  WS-PRIX-EDITE " " WS-SEUIL-EDITE " " ITM-STATUT
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
       2350-DECRIRE-ARTICLE-FIN.
           EXIT.

       2400-CHANGER-ARTICLE-DEB.
           PERFORM 2250-VALIDER-ZONES-DEB
              THRU 2250-VALIDER-ZONES-FIN.
           IF WS-ITEM-INDEX = ZERO
               MOVE "ARTICLE INCONNU" TO WS-MOTIF
           END-IF.

           IF WS-MOTIF NOT = SPACES
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               PERFORM 2350-DECRIRE-ARTICLE-DEB
                  THRU 2350-DECRIRE-ARTICLE-FIN
               MOVE WS-AT-AFTER TO WS-AT-BEFORE
               IF TXN-LIBELLE NOT = SPACES
                   MOVE TXN-LIBELLE TO ITM-LIBELLE
               END-IF
               IF TXN-RAYON NOT = SPACE
                   MOVE TXN-RAYON TO ITM-RAYON
               END-IF
               IF TXN-PRIX-X NOT = SPACES
                   MOVE TXN-PRIX TO ITM-PRIX
               END-IF
               IF TXN-SEUIL-X NOT = SPACES
                   MOVE TXN-SEUIL TO ITM-SEUIL
               END-IF
               MOVE SHOP-ITEM-RECORD TO WS-I-RECORD(WS-ITEM-INDEX)
               PERFORM 2350-DECRIRE-ARTICLE-DEB
                  THRU 2350-DECRIRE-ARTICLE-FIN
               PERFORM 2700-CONSIGNER-DEB
                  THRU 2700-CONSIGNER-FIN
           END-IF.
       2400-CHANGER-ARTICLE-FIN.
           EXIT.

      * Withdrawing only moves the status byte; the stock left
      * stays on the books until it is sold or counted out.
       2500-RETIRER-ARTICLE-DEB.
           MOVE SPACES TO WS-MOTIF.
           EVALUATE TRUE
               WHEN WS-ITEM-INDEX = ZERO
                   MOVE "ARTICLE INCONNU" TO WS-MOTIF
               WHEN ITM-RETIRE
                   MOVE "ARTICLE DEJA RETIRE" TO WS-MOTIF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-MOTIF NOT = SPACES
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               MOVE SPACES TO WS-AT-BEFORE
               STRING ITM-CODE " STATUT " ITM-STATUT
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
               SET ITM-RETIRE TO TRUE
               MOVE SHOP-ITEM-RECORD TO WS-I-RECORD(WS-ITEM-INDEX)
               MOVE SPACES TO WS-AT-AFTER
               STRING ITM-CODE " STATUT " ITM-STATUT
                      DELIMITED BY SIZE INTO WS-AT-AFTER
               PERFORM 2700-CONSIGNER-DEB
                  THRU 2700-CONSIGNER-FIN
           END-IF.
       2500-RETIRER-ARTICLE-FIN.
           EXIT.

       2600-REJETER-TRANSACTION-DEB.
           MOVE SPACES TO SUSPENSE-LINE.
           STRING TXN-ACTION TXN-CODE " " TXN-LIBELLE " REJETE - "
                  WS-MOTIF
                  DELIMITED BY SIZE INTO SUSPENSE-LINE.
           WRITE SUSPENSE-LINE.
           ADD 1 TO WS-REJECTED-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       2600-REJETER-TRANSACTION-FIN.
           EXIT.

       2700-CONSIGNER-DEB.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.
           ADD 1 TO WS-APPLIED-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       2700-CONSIGNER-FIN.
           EXIT.

       3000-SAUVEGARDER-MAITRE-DEB.
           OPEN OUTPUT ITEM-FILE.
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE ITEM-FILE: "
                       WS-ITEM-STATUS
               STOP RUN
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ITEM-CNT
               MOVE WS-I-RECORD(WS-I) TO SHOP-ITEM-RECORD
               WRITE SHOP-ITEM-RECORD
           END-PERFORM.

           CLOSE ITEM-FILE.
       3000-SAUVEGARDER-MAITRE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE TRANSACTION-FILE.
           CLOSE SUSPENSE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "MAINTENANCE DES ARTICLES BOUTIQUE TERMINEE.".
           DISPLAY "TRANSACTIONS TRAITEES : " WS-TOTAL-CNT.
           DISPLAY "APPLIQUEES            : " WS-APPLIED-CNT.
           DISPLAY "REJETEES              : " WS-REJECTED-CNT.
           DISPLAY "------------------------------------------------".

           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.
       9000-TERMINAISON-FIN.
           EXIT.
