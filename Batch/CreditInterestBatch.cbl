      * AccountTransactionEdit and the normal posting path instead
      * of touching the master directly. A register lists every
      * accrual.
      * The rate table holds one scale per interest tier, and an
      * account earns on the scale its product names in the account
      * product catalogue (AccountProductLookup) - the current
      * account's tier has no rows and earns nothing, the savings
      * and junior club accounts each have their own. An account
      * whose product the catalogue does not hold earns nothing and
      * is flagged with condition code 4. The register prints the
      * product against each line.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD  RATES-FILE.
       01  CREDIT-RATE-RECORD.
           05 CIR-PALIER            PIC X(4).
           05 CIR-SEUIL             PIC 9(7)V99.
           05 CIR-TAUX              PIC 9(2)V99.

       01  WS-RATE-CNT              PIC 9(2) VALUE ZERO.
       01  WS-R                     PIC 9(2).

      * Rows arrive grouped by scale, each scale in ascending
      * WS-R-SEUIL order: each row pays its rate on the slice of
      * balance between its bound and the next one up the scale.
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 60 TIMES
                   DEPENDING ON WS-RATE-CNT
                   INDEXED BY RX.
               10 WS-R-PALIER       PIC X(4).
               10 WS-R-SEUIL        PIC 9(7)V99.
               10 WS-R-TAUX         PIC 9(2)V99.

       01  WS-INTERET               PIC 9(7)V99.
       01  WS-INTERET-TRANCHE       PIC 9(7)V99.

       01  WS-PRODUIT-INCONNU-CNT   PIC 9(5) VALUE ZERO.

       01  WS-AP-FONCTION           PIC X(1) VALUE "C".
       01  WS-AP-PRODUIT            PIC X(4).
       01  WS-AP-RESULT             PIC X(1).
           88 PRODUIT-CONNU         VALUE "Y".
           COPY "ProductCatalogue.cpy".

       01  WS-MONTANT-EDITE         PIC Z(6)9.99.
       01  WS-TOTAL-EDITE           PIC Z(8)9.99.

                   AT END
                       MOVE "10" TO WS-RATES-STATUS
                   NOT AT END
                       IF WS-RATE-CNT < 60
                           ADD 1 TO WS-RATE-CNT
                           SET RX TO WS-RATE-CNT
                           MOVE CIR-PALIER TO WS-R-PALIER(RX)
                           MOVE CIR-SEUIL TO WS-R-SEUIL(RX)
                           MOVE CIR-TAUX TO WS-R-TAUX(RX)
                       END-IF
       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-ACCOUNT-CNT.

           CALL "AccountProductLookup" USING WS-AP-FONCTION ACC-ID
               WS-AP-PRODUIT PRODUCT-CATALOGUE-RECORD WS-AP-RESULT.
           IF NOT PRODUIT-CONNU
               DISPLAY "PRODUIT INCONNU DU CATALOGUE: " ACC-ID " "
                       WS-AP-PRODUIT " - AUCUN INTERET"
               ADD 1 TO WS-PRODUIT-INCONNU-CNT
           END-IF.

           IF ACC-SOLDE > ZERO AND PRODUIT-CONNU
               MOVE ACC-SOLDE TO WS-SOLDE-POSITIF
               PERFORM 2200-CALCULER-INTERET-DEB
                  THRU 2200-CALCULER-INTERET-FIN
       2100-LIRE-MAITRE-FIN.
           EXIT.

      * One month of interest, tier by tier on the product's scale:
      * each row's annual rate applies to the slice of the balance
      * between its bound and the next row's, divided by twelve.
       2200-CALCULER-INTERET-DEB.
           MOVE ZERO TO WS-INTERET.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RATE-CNT
               IF WS-R-PALIER(WS-R) = CAT-PALIER-INTERET
                   PERFORM 2300-CALCULER-TRANCHE-DEB
                      THRU 2300-CALCULER-TRANCHE-FIN
               END-IF
           END-PERFORM.
       2200-CALCULER-INTERET-FIN.
           EXIT.

           MOVE WS-R-SEUIL(WS-R) TO WS-TRANCHE-BASSE.
           MOVE 9999999.99 TO WS-TRANCHE-HAUTE.
           IF WS-R < WS-RATE-CNT
               IF WS-R-PALIER(WS-R + 1) = WS-R-PALIER(WS-R)
                   MOVE WS-R-SEUIL(WS-R + 1) TO WS-TRANCHE-HAUTE
               END-IF
           END-IF.

           IF WS-SOLDE-POSITIF <= WS-TRANCHE-BASSE

           MOVE WS-INTERET TO WS-MONTANT-EDITE.
           MOVE SPACES TO REGISTER-LINE.
           STRING ACC-ID " " ACC-NAME " " WS-AP-PRODUIT
                  " INTERETS " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           ADD 1 TO RH-LINE-COUNT.
           WRITE REGISTER-LINE.

           MOVE SPACES TO REGISTER-LINE.
           STRING "COMPTE NOM                  PROD TYPE       "
                  "MONTANT"
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.

           DISPLAY "LIGNES D'INTERETS     : " WS-INTEREST-CNT.
           MOVE WS-INTEREST-TOTAL TO WS-TOTAL-EDITE.
           DISPLAY "INTERETS GENERES      : " WS-TOTAL-EDITE.
           DISPLAY "PRODUITS INCONNUS     : " WS-PRODUIT-INCONNU-CNT.
           DISPLAY "------------------------------------------------".

           IF WS-PRODUIT-INCONNU-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-FIN.
           EXIT.
