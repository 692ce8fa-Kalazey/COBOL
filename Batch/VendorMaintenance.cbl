       IDENTIFICATION DIVISION.
       PROGRAM-ID. VendorMaintenance.
       AUTHOR. Mathieu.

      * Maintenance of the accounts-payable vendor master
      * Data/VENDOR-MASTER.txt, in the EmployeeBankMaintenance
      * pattern: a transaction file of A (add), C (change), B
      * (block payments), L (lift the block) and D (retire)
      * requests. An added or changed vendor must carry a name, a
      * known payee type and an IBAN that passes the IbanCheck
      * mod-97 arithmetic; a garnishment beneficiary or EDI partner
      * must also name its key in the other file. A retired vendor
      * is kept with status I so the invoices already registered
      * still resolve. Rejects go to suspense, every change rides
      * AuditTrailWriter and the run balances with
      * ControlTotals.cpy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE ASSIGN DYNAMIC WS-VENDOR-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT TRANSACTION-FILE ASSIGN DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-FILE.
           COPY "VendorMaster.cpy".

       FD  TRANSACTION-FILE.
       01  VENDOR-MAINT-TRANSACTION.
           05 TXN-ACTION            PIC X(1).
               88 TXN-AJOUT         VALUE "A".
               88 TXN-CHANGEMENT    VALUE "C".
               88 TXN-BLOCAGE       VALUE "B".
               88 TXN-LEVEE         VALUE "L".
               88 TXN-SUPPRESSION   VALUE "D".
           05 TXN-VND-ID            PIC X(6).
           05 TXN-NOM               PIC X(30).
           05 TXN-IBAN              PIC X(34).
           05 TXN-BIC               PIC X(11).
           05 TXN-DELAI             PIC 9(3).
           05 TXN-COMPTE-CHARGE     PIC X(6).
           05 TXN-TYPE              PIC X(1).
               88 TXN-TYPE-VALIDE   VALUE "F" "A" "S" "E".
               88 TXN-TYPE-EXTERNE  VALUE "S" "E".
           05 TXN-REF-EXTERNE       PIC X(20).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "VendorMaintenance".

       01  WS-VENDOR-PATH           PIC X(40)
                                 VALUE "Data/VENDOR-MASTER.txt".
       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/VENDOR-MAINT-TXN.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/VENDOR-MAINT-ERR.txt".
       01  WS-VENDOR-STATUS         PIC XX.
       01  WS-TXN-STATUS            PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-VENDOR-CNT            PIC 9(4) VALUE ZERO.
       01  WS-I                     PIC 9(4).

       01  WS-VENDOR-TABLE.
           05 WS-VENDOR-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON WS-VENDOR-CNT
                   INDEXED BY VX.
               10 WS-V-ID           PIC X(6).
               10 WS-V-NOM          PIC X(30).
               10 WS-V-IBAN         PIC X(34).
               10 WS-V-BIC          PIC X(11).
               10 WS-V-DELAI        PIC 9(3).
               10 WS-V-COMPTE       PIC X(6).
               10 WS-V-TYPE         PIC X(1).
               10 WS-V-REF-EXTERNE  PIC X(20).
               10 WS-V-STATUT       PIC X(1).

       01  WS-VENDOR-TROUVE         PIC X VALUE "N".
           88 VENDOR-TROUVE         VALUE "Y".
       01  WS-VENDOR-INDEX          PIC 9(4) VALUE ZERO.

       01  WS-IBAN                  PIC X(34).
       01  WS-IBAN-VALIDE           PIC X(1).
       01  WS-MOTIF                 PIC X(30).

       01  WS-TOTAL-CNT             PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-CNT           PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-CNT          PIC 9(5) VALUE ZERO.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "VendorMaintenance".
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
           OPEN INPUT VENDOR-FILE.
           IF WS-VENDOR-STATUS = "35"
               MOVE ZERO TO WS-VENDOR-CNT
           ELSE
               IF WS-VENDOR-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE VENDOR-FILE: "
                           WS-VENDOR-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-VENDOR-STATUS = "10"
                   READ VENDOR-FILE
                       AT END
                           MOVE "10" TO WS-VENDOR-STATUS
                       NOT AT END
                           IF WS-VENDOR-CNT < 2000
                               ADD 1 TO WS-VENDOR-CNT
                               SET VX TO WS-VENDOR-CNT
                               MOVE VND-ID TO WS-V-ID(VX)
                               MOVE VND-NOM TO WS-V-NOM(VX)
                               MOVE VND-IBAN TO WS-V-IBAN(VX)
                               MOVE VND-BIC TO WS-V-BIC(VX)
                               MOVE VND-DELAI TO WS-V-DELAI(VX)
                               MOVE VND-COMPTE-CHARGE
                                   TO WS-V-COMPTE(VX)
                               MOVE VND-TYPE TO WS-V-TYPE(VX)
                               MOVE VND-REF-EXTERNE
                                   TO WS-V-REF-EXTERNE(VX)
                               MOVE VND-STATUT TO WS-V-STATUT(VX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-FILE
           END-IF.
       1100-CHARGER-MAITRE-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-TOTAL-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           ADD 1 TO CT-INPUT-HASH-TOTAL.

           PERFORM 2200-CHERCHER-VENDOR-DEB
              THRU 2200-CHERCHER-VENDOR-FIN.

           EVALUATE TRUE
               WHEN TXN-AJOUT
                   PERFORM 2300-AJOUTER-VENDOR-DEB
                      THRU 2300-AJOUTER-VENDOR-FIN
               WHEN TXN-CHANGEMENT
                   PERFORM 2400-CHANGER-VENDOR-DEB
                      THRU 2400-CHANGER-VENDOR-FIN
               WHEN TXN-BLOCAGE
               WHEN TXN-LEVEE
               WHEN TXN-SUPPRESSION
                   PERFORM 2500-CHANGER-STATUT-DEB
                      THRU 2500-CHANGER-STATUT-FIN
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

       2200-CHERCHER-VENDOR-DEB.
           MOVE "N" TO WS-VENDOR-TROUVE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-VENDOR-CNT
               IF WS-V-ID(WS-I) = TXN-VND-ID
                   MOVE "Y" TO WS-VENDOR-TROUVE
                   MOVE WS-I TO WS-VENDOR-INDEX
               END-IF
           END-PERFORM.
       2200-CHERCHER-VENDOR-FIN.
           EXIT.

      * The checks an added or changed vendor must pass; the first
      * one failed names the reject.
       2250-VALIDER-VENDOR-DEB.
           MOVE SPACES TO WS-MOTIF.
           MOVE SPACES TO WS-IBAN.
           MOVE TXN-IBAN TO WS-IBAN.
           CALL "IbanCheck" USING WS-IBAN WS-IBAN-VALIDE.

           EVALUATE TRUE
               WHEN TXN-NOM = SPACES
                   MOVE "NOM ABSENT" TO WS-MOTIF
               WHEN NOT TXN-TYPE-VALIDE
                   MOVE "TYPE DE TIERS INCONNU" TO WS-MOTIF
               WHEN TXN-TYPE-EXTERNE AND TXN-REF-EXTERNE = SPACES
                   MOVE "REFERENCE EXTERNE ABSENTE" TO WS-MOTIF
               WHEN WS-IBAN-VALIDE NOT = "Y"
                   MOVE "IBAN INVALIDE" TO WS-MOTIF
               WHEN TXN-DELAI IS NOT NUMERIC
                   MOVE "DELAI DE PAIEMENT INVALIDE" TO WS-MOTIF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2250-VALIDER-VENDOR-FIN.
           EXIT.

       2300-AJOUTER-VENDOR-DEB.
           PERFORM 2250-VALIDER-VENDOR-DEB
              THRU 2250-VALIDER-VENDOR-FIN.
           IF VENDOR-TROUVE
               MOVE "FOURNISSEUR DEJA CONNU" TO WS-MOTIF
           END-IF.
           IF TXN-VND-ID = SPACES
               MOVE "IDENTIFIANT ABSENT" TO WS-MOTIF
           END-IF.
           IF WS-MOTIF = SPACES AND WS-VENDOR-CNT >= 2000
               DISPLAY "TABLE DES FOURNISSEURS PLEINE"
               MOVE "TABLE PLEINE" TO WS-MOTIF
           END-IF.

           IF WS-MOTIF NOT = SPACES
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               ADD 1 TO WS-VENDOR-CNT
               MOVE WS-VENDOR-CNT TO WS-VENDOR-INDEX
               MOVE TXN-VND-ID TO WS-V-ID(WS-VENDOR-INDEX)
               PERFORM 2350-REPORTER-ZONES-DEB
                  THRU 2350-REPORTER-ZONES-FIN
               MOVE "A" TO WS-V-STATUT(WS-VENDOR-INDEX)
               MOVE SPACES TO WS-AT-BEFORE
               STRING TXN-VND-ID " FOURNISSEUR INEXISTANT"
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
               MOVE SPACES TO WS-AT-AFTER
               STRING TXN-VND-ID " " TXN-NOM(1:20) " "
                      TXN-IBAN(1:27) " AJOUTE"
                      DELIMITED BY SIZE INTO WS-AT-AFTER
               PERFORM 2700-CONSIGNER-DEB
                  THRU 2700-CONSIGNER-FIN
           END-IF.
       2300-AJOUTER-VENDOR-FIN.
           EXIT.

       2350-REPORTER-ZONES-DEB.
           MOVE TXN-NOM TO WS-V-NOM(WS-VENDOR-INDEX).
           MOVE TXN-IBAN TO WS-V-IBAN(WS-VENDOR-INDEX).
           MOVE TXN-BIC TO WS-V-BIC(WS-VENDOR-INDEX).
           MOVE TXN-DELAI TO WS-V-DELAI(WS-VENDOR-INDEX).
           MOVE TXN-COMPTE-CHARGE TO WS-V-COMPTE(WS-VENDOR-INDEX).
           MOVE TXN-TYPE TO WS-V-TYPE(WS-VENDOR-INDEX).
           MOVE TXN-REF-EXTERNE TO WS-V-REF-EXTERNE(WS-VENDOR-INDEX).
       2350-REPORTER-ZONES-FIN.
           EXIT.

       2400-CHANGER-VENDOR-DEB.
           PERFORM 2250-VALIDER-VENDOR-DEB
              THRU 2250-VALIDER-VENDOR-FIN.
           IF NOT VENDOR-TROUVE
               MOVE "FOURNISSEUR INCONNU" TO WS-MOTIF
           END-IF.

           IF WS-MOTIF NOT = SPACES
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               MOVE SPACES TO WS-AT-BEFORE
               STRING TXN-VND-ID " "
                      WS-V-NOM(WS-VENDOR-INDEX)(1:20) " "
                      WS-V-IBAN(WS-VENDOR-INDEX)(1:27)
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
               PERFORM 2350-REPORTER-ZONES-DEB
                  THRU 2350-REPORTER-ZONES-FIN
               MOVE SPACES TO WS-AT-AFTER
               STRING TXN-VND-ID " " TXN-NOM(1:20) " "
                      TXN-IBAN(1:27) " CHANGE"
                      DELIMITED BY SIZE INTO WS-AT-AFTER
               PERFORM 2700-CONSIGNER-DEB
                  THRU 2700-CONSIGNER-FIN
           END-IF.
       2400-CHANGER-VENDOR-FIN.
           EXIT.

      * Block, lift and retire only move the status byte. A retired
      * vendor cannot be blocked or lifted back into payment.
       2500-CHANGER-STATUT-DEB.
           MOVE SPACES TO WS-MOTIF.
           EVALUATE TRUE
               WHEN NOT VENDOR-TROUVE
                   MOVE "FOURNISSEUR INCONNU" TO WS-MOTIF
               WHEN WS-V-STATUT(WS-VENDOR-INDEX) = "I"
                   MOVE "FOURNISSEUR DEJA RETIRE" TO WS-MOTIF
               WHEN TXN-LEVEE
                       AND WS-V-STATUT(WS-VENDOR-INDEX) NOT = "B"
                   MOVE "FOURNISSEUR NON BLOQUE" TO WS-MOTIF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-MOTIF NOT = SPACES
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               MOVE SPACES TO WS-AT-BEFORE
               STRING TXN-VND-ID " STATUT "
                      WS-V-STATUT(WS-VENDOR-INDEX)
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
               EVALUATE TRUE
                   WHEN TXN-BLOCAGE
                       MOVE "B" TO WS-V-STATUT(WS-VENDOR-INDEX)
                   WHEN TXN-LEVEE
                       MOVE "A" TO WS-V-STATUT(WS-VENDOR-INDEX)
                   WHEN OTHER
                       MOVE "I" TO WS-V-STATUT(WS-VENDOR-INDEX)
               END-EVALUATE
               MOVE SPACES TO WS-AT-AFTER
               STRING TXN-VND-ID " STATUT "
                      WS-V-STATUT(WS-VENDOR-INDEX)
                      DELIMITED BY SIZE INTO WS-AT-AFTER
               PERFORM 2700-CONSIGNER-DEB
                  THRU 2700-CONSIGNER-FIN
           END-IF.
       2500-CHANGER-STATUT-FIN.
           EXIT.

       2600-REJETER-TRANSACTION-DEB.
           MOVE SPACES TO SUSPENSE-LINE.
           STRING TXN-ACTION TXN-VND-ID " " TXN-NOM(1:20) " REJETE - "
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
           OPEN OUTPUT VENDOR-FILE.
           IF WS-VENDOR-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE VENDOR-FILE: "
                       WS-VENDOR-STATUS
               STOP RUN
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-VENDOR-CNT
               MOVE SPACES TO VENDOR-MASTER-RECORD
               MOVE WS-V-ID(WS-I) TO VND-ID
               MOVE WS-V-NOM(WS-I) TO VND-NOM
               MOVE WS-V-IBAN(WS-I) TO VND-IBAN
               MOVE WS-V-BIC(WS-I) TO VND-BIC
               MOVE WS-V-DELAI(WS-I) TO VND-DELAI
               MOVE WS-V-COMPTE(WS-I) TO VND-COMPTE-CHARGE
               MOVE WS-V-TYPE(WS-I) TO VND-TYPE
               MOVE WS-V-REF-EXTERNE(WS-I) TO VND-REF-EXTERNE
               MOVE WS-V-STATUT(WS-I) TO VND-STATUT
               WRITE VENDOR-MASTER-RECORD
           END-PERFORM.

           CLOSE VENDOR-FILE.
       3000-SAUVEGARDER-MAITRE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE TRANSACTION-FILE.
           CLOSE SUSPENSE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "MAINTENANCE DES FOURNISSEURS TERMINEE.".
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
