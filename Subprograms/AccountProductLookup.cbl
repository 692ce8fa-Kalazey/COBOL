       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccountProductLookup.
       AUTHOR. Mathieu.

      * The one reader of the account product file and the product
      * catalogue, so the interest, accrual, posting and maintenance
      * runs all apply the same rules to the same account. Function
      * C is given an account and returns the code of its product -
      * COUR, the current account, when the account has no row on
      * the product file - with that product's catalogue row.
      * Function P is given a product code and returns its
      * catalogue row. A product the catalogue does not hold comes
      * back N with a blank row and the caller decides what that
      * costs. Both files are read on the first call of the run and
      * kept for the others.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN DYNAMIC WS-PRODUCT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT CATALOGUE-FILE ASSIGN DYNAMIC WS-CATALOGUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE.
           COPY "AccountProduct.cpy".

       FD  CATALOGUE-FILE.
           COPY "ProductCatalogue.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-PATH          PIC X(40)
                                 VALUE "Data/ACCOUNT-PRODUCT.txt".
       01  WS-CATALOGUE-PATH        PIC X(40)
                        VALUE "Data/ACCOUNT-PRODUCT-CATALOGUE.txt".
       01  WS-PRODUCT-STATUS        PIC XX.
       01  WS-CATALOGUE-STATUS      PIC XX.
       01  WS-TABLES-CHARGEES       PIC X VALUE "N".
           88 TABLES-CHARGEES       VALUE "Y".

       01  WS-PRODUIT-DEFAUT        PIC X(4) VALUE "COUR".

       01  WS-PRODUCT-CNT           PIC 9(4) VALUE ZERO.
       01  WS-P                     PIC 9(4).
       01  WS-CATALOGUE-CNT         PIC 9(3) VALUE ZERO.
       01  WS-C                     PIC 9(3).

       01  WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON WS-PRODUCT-CNT
                   INDEXED BY PRX.
               10 WS-P-ACC-ID       PIC X(6).
               10 WS-P-PRODUIT      PIC X(4).

       01  WS-CATALOGUE-TABLE.
           05 WS-CATALOGUE-ENTRY OCCURS 50 TIMES
                   DEPENDING ON WS-CATALOGUE-CNT
                   INDEXED BY CAX.
               10 WS-C-LIGNE        PIC X(62).

       LINKAGE SECTION.
       01  LS-FONCTION              PIC X(1).
           88 LS-PAR-COMPTE         VALUE "C".
           88 LS-PAR-PRODUIT        VALUE "P".
       01  LS-ACC-ID                PIC X(6).
       01  LS-PRODUIT               PIC X(4).
       01  LS-CATALOGUE             PIC X(62).
       01  LS-RESULT                PIC X(1).
           88 PRODUIT-TROUVE        VALUE "Y".

       PROCEDURE DIVISION USING LS-FONCTION LS-ACC-ID LS-PRODUIT
               LS-CATALOGUE LS-RESULT.
       0000-MAIN-DEB.
           IF NOT TABLES-CHARGEES
               PERFORM 1000-CHARGER-PRODUITS-DEB
                  THRU 1000-CHARGER-PRODUITS-FIN
               PERFORM 1100-CHARGER-CATALOGUE-DEB
                  THRU 1100-CHARGER-CATALOGUE-FIN
               MOVE "Y" TO WS-TABLES-CHARGEES
           END-IF.

           MOVE SPACES TO LS-CATALOGUE.
           MOVE "N" TO LS-RESULT.

           IF LS-PAR-COMPTE
               PERFORM 2000-CHERCHER-COMPTE-DEB
                  THRU 2000-CHERCHER-COMPTE-FIN
           END-IF.

           PERFORM 2100-CHERCHER-PRODUIT-DEB
              THRU 2100-CHERCHER-PRODUIT-FIN.

           GOBACK.
       0000-MAIN-FIN.
           EXIT.

      * An absent product file simply means every account is a
      * current account.
       1000-CHARGER-PRODUITS-DEB.
           MOVE ZERO TO WS-PRODUCT-CNT.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODUCT-STATUS = "00"
               PERFORM UNTIL WS-PRODUCT-STATUS = "10"
                   READ PRODUCT-FILE
                       AT END
                           MOVE "10" TO WS-PRODUCT-STATUS
                       NOT AT END
                           IF WS-PRODUCT-CNT < 2000
                               ADD 1 TO WS-PRODUCT-CNT
                               SET PRX TO WS-PRODUCT-CNT
                               MOVE PRD-ACC-ID TO WS-P-ACC-ID(PRX)
                               MOVE PRD-PRODUIT TO WS-P-PRODUIT(PRX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-FILE
           END-IF.
       1000-CHARGER-PRODUITS-FIN.
           EXIT.

      * An absent catalogue knows no product - every lookup comes
      * back N.
       1100-CHARGER-CATALOGUE-DEB.
           MOVE ZERO TO WS-CATALOGUE-CNT.
           OPEN INPUT CATALOGUE-FILE.
           IF WS-CATALOGUE-STATUS = "00"
               PERFORM UNTIL WS-CATALOGUE-STATUS = "10"
                   READ CATALOGUE-FILE
                       AT END
                           MOVE "10" TO WS-CATALOGUE-STATUS
                       NOT AT END
                           IF WS-CATALOGUE-CNT < 50
                               ADD 1 TO WS-CATALOGUE-CNT
                               SET CAX TO WS-CATALOGUE-CNT
                               MOVE PRODUCT-CATALOGUE-RECORD
                                   TO WS-C-LIGNE(CAX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGUE-FILE
           END-IF.
       1100-CHARGER-CATALOGUE-FIN.
           EXIT.

       2000-CHERCHER-COMPTE-DEB.
           MOVE WS-PRODUIT-DEFAUT TO LS-PRODUIT.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRODUCT-CNT
               IF WS-P-ACC-ID(WS-P) = LS-ACC-ID
                   MOVE WS-P-PRODUIT(WS-P) TO LS-PRODUIT
               END-IF
           END-PERFORM.
       2000-CHERCHER-COMPTE-FIN.
           EXIT.

       2100-CHERCHER-PRODUIT-DEB.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CATALOGUE-CNT
               IF WS-C-LIGNE(WS-C)(1:4) = LS-PRODUIT
                   MOVE WS-C-LIGNE(WS-C) TO LS-CATALOGUE
                   MOVE "Y" TO LS-RESULT
               END-IF
           END-PERFORM.
       2100-CHERCHER-PRODUIT-FIN.
           EXIT.
