      * been computing overdraft interest on a spreadsheet. This job
      * reads the account master, computes one month of interest on
      * every negative balance plus a flat fee where the balance has
      * breached the overdraft limit, and writes the charges as
      * generated debit transactions onto the raw transaction
      * intake - so they flow through AccountTransactionEdit and the
      * normal posting path like any other transaction instead of
      * touching the master directly. An accrual register lists
      * every charge.
      * The rate and the fee are the fee schedule of the account's
      * product in the account product catalogue
      * (AccountProductLookup), which replaced the single house
      * rate file. A product that allows no overdraft has no limit
      * to stand within: any negative balance is past it and takes
      * the product's fee. An account whose product the catalogue
      * does not hold is not charged and is flagged with condition
      * code 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           05 ACC-ID                PIC X(6).
       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/ACCOUNT-MASTER.txt".
       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/ACCOUNT-TRANSACTION.txt".
       01  WS-REGISTER-PATH         PIC X(40)
                                 VALUE "Data/ACCRUAL-REGISTER.txt".
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-TXN-STATUS            PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-LIMITE-PRODUIT        PIC 9(7)V99.
       01  WS-PRODUIT-INCONNU-CNT   PIC 9(5) VALUE ZERO.

       01  WS-AP-FONCTION           PIC X(1) VALUE "C".
       01  WS-AP-PRODUIT            PIC X(4).
       01  WS-AP-RESULT             PIC X(1).
           88 PRODUIT-CONNU         VALUE "Y".
           COPY "ProductCatalogue.cpy".

       01  WS-ACCOUNT-CNT           PIC 9(5) VALUE ZERO.
       01  WS-INTEREST-CNT          PIC 9(5) VALUE ZERO.
           EXIT.

       1000-INITIALISATION-DEB.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE ACCOUNT-MASTER-FILE: "
       1000-INITIALISATION-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-ACCOUNT-CNT.

           IF ACC-SOLDE < ZERO
               CALL "AccountProductLookup" USING WS-AP-FONCTION
                   ACC-ID WS-AP-PRODUIT PRODUCT-CATALOGUE-RECORD
                   WS-AP-RESULT
               IF NOT PRODUIT-CONNU
                   DISPLAY "PRODUIT INCONNU DU CATALOGUE: " ACC-ID
                           " " WS-AP-PRODUIT " - AUCUN AGIO"
                   ADD 1 TO WS-PRODUIT-INCONNU-CNT
               END-IF
           END-IF.

           IF ACC-SOLDE < ZERO AND PRODUIT-CONNU
               COMPUTE WS-DECOUVERT = ACC-SOLDE * -1
               IF CAT-DECOUVERT-OK
                   MOVE ACC-LIMITE-DECOUVERT TO WS-LIMITE-PRODUIT
               ELSE
                   MOVE ZERO TO WS-LIMITE-PRODUIT
               END-IF
               PERFORM 2200-FACTURER-INTERET-DEB
                  THRU 2200-FACTURER-INTERET-FIN
               IF WS-DECOUVERT > WS-LIMITE-PRODUIT
                   PERFORM 2300-FACTURER-FRAIS-DEB
                      THRU 2300-FACTURER-FRAIS-FIN
               END-IF
           EXIT.

      * One month of interest on the whole negative balance, at the
      * annual rate of the product's fee schedule.
       2200-FACTURER-INTERET-DEB.
           COMPUTE WS-INTERET ROUNDED =
                   (WS-DECOUVERT * CAT-TAUX-DECOUVERT) / 1200.
           MOVE "INTERETS" TO WS-TYPE-AGIO.
           IF WS-INTERET > ZERO
               PERFORM 2400-GENERER-TRANSACTION-DEB
           EXIT.

       2300-FACTURER-FRAIS-DEB.
           MOVE CAT-FRAIS-DEPASSEMENT TO WS-INTERET.
           MOVE "FRAIS" TO WS-TYPE-AGIO.
           IF WS-INTERET > ZERO
               PERFORM 2400-GENERER-TRANSACTION-DEB
           DISPLAY "COMPTES LUS           : " WS-ACCOUNT-CNT.
           DISPLAY "LIGNES D'INTERETS     : " WS-INTEREST-CNT.
           DISPLAY "LIGNES DE FRAIS       : " WS-FEE-CNT.
           DISPLAY "PRODUITS INCONNUS     : " WS-PRODUIT-INCONNU-CNT.
           DISPLAY "------------------------------------------------".

           IF WS-PRODUIT-INCONNU-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-FIN.
           EXIT.
