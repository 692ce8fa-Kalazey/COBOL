       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApInvoiceEntry.
       AUTHOR. Mathieu.

      * Entry of supplier invoices into the accounts-payable invoice
      * register Data/AP-INVOICE-REGISTER.txt, which ApPaymentRun
      * selects from. Each line of the entry file names the vendor,
      * the supplier's invoice number, the invoice date, the amount
      * and optionally a due date and a charge account. The vendor
      * must be on the vendor master and not retired, the dates
      * must be real, the amount positive, and the same supplier
      * invoice number may not be registered twice for one vendor.
      * A missing due date is the invoice date plus the vendor's
      * payment term, a missing charge account the vendor's default
      * one, which must be on the chart of accounts. Accepted
      * invoices are registered open and, except for the benefits
      * insurer whose invoice BenefitsPremiumBilling already
      * charged as PRIMES, appended to the subledger register as
      * APFACT so GlJournalPostBatch books the charge against the
      * suppliers account. Rejects go to suspense with their reason
      * and the run balances amounts with ControlTotals.cpy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE ASSIGN DYNAMIC WS-VENDOR-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT CHART-FILE ASSIGN DYNAMIC WS-CHART-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

           SELECT INVOICE-TXN-FILE ASSIGN DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT AP-INVOICE-FILE ASSIGN DYNAMIC WS-INVOICE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-FILE.
           COPY "VendorMaster.cpy".

       FD  CHART-FILE.
       01  CHART-RECORD.
           05 GLA-NUMERO            PIC X(6).
           05 GLA-LIBELLE           PIC X(30).
           05 GLA-TYPE              PIC X(1).
           05 GLA-SENS              PIC X(1).

       FD  INVOICE-TXN-FILE.
       01  AP-INVOICE-TXN.
           05 AIT-VND-ID            PIC X(6).
           05 AIT-NUM-FACTURE       PIC X(12).
           05 AIT-DATE-FACTURE      PIC 9(8).
           05 AIT-ECHEANCE          PIC 9(8).
           05 AIT-MONTANT           PIC 9(7)V99.
           05 AIT-COMPTE-CHARGE     PIC X(6).

       FD  AP-INVOICE-FILE.
           COPY "ApInvoice.cpy".

       FD  REGISTER-FILE.
           COPY "SubledgerRegister.cpy".

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "ApInvoiceEntry".
       01  WS-CT-CENTIMES           PIC 9(9).

       01  WS-VENDOR-PATH           PIC X(40)
                                 VALUE "Data/VENDOR-MASTER.txt".
       01  WS-CHART-PATH            PIC X(40)
                             VALUE "Data/GL-CHART-OF-ACCOUNTS.txt".
       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/AP-INVOICE-TXN.txt".
       01  WS-INVOICE-PATH          PIC X(40)
                                 VALUE "Data/AP-INVOICE-REGISTER.txt".
       01  WS-REGISTER-PATH         PIC X(40)
                             VALUE "Data/SUBLEDGER-GL-REGISTER.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/AP-INVOICE-ERR.txt".
       01  WS-VENDOR-STATUS         PIC XX.
       01  WS-CHART-STATUS          PIC XX.
       01  WS-TXN-STATUS            PIC XX.
       01  WS-INVOICE-STATUS        PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-VENDOR-CNT            PIC 9(4) VALUE ZERO.
       01  WS-V                     PIC 9(4).
       01  WS-VENDOR-INDEX          PIC 9(4).

       01  WS-VENDOR-TABLE.
           05 WS-VENDOR-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON WS-VENDOR-CNT
                   INDEXED BY VX.
               10 WS-V-ID           PIC X(6).
               10 WS-V-DELAI        PIC 9(3).
               10 WS-V-COMPTE       PIC X(6).
               10 WS-V-TYPE         PIC X(1).
               10 WS-V-STATUT       PIC X(1).

       01  WS-CHART-CNT             PIC 9(3) VALUE ZERO.
       01  WS-C                     PIC 9(3).

       01  WS-CHART-TABLE.
           05 WS-CHART-ENTRY OCCURS 100 TIMES
                   DEPENDING ON WS-CHART-CNT
                   INDEXED BY CX.
               10 WS-C-NUMERO       PIC X(6).

      * Vendor and supplier number of every invoice already on the
      * register, plus those accepted by this run.
       01  WS-CLE-CNT               PIC 9(5) VALUE ZERO.
       01  WS-K                     PIC 9(5).

       01  WS-CLE-TABLE.
           05 WS-CLE-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-CLE-CNT
                   INDEXED BY KX.
               10 WS-K-VND-ID       PIC X(6).
               10 WS-K-NUM-FACTURE  PIC X(12).

       01  WS-MOTIF                 PIC X(30).
       01  WS-DATE-VALIDE           PIC X.
       01  WS-ECHEANCE              PIC 9(8).
       01  WS-COMPTE-CHARGE         PIC X(6).
       01  WS-ENTIER-JOUR           PIC 9(8).

       01  WS-LUS-CNT               PIC 9(5) VALUE ZERO.
       01  WS-ACCEPTE-CNT           PIC 9(5) VALUE ZERO.
       01  WS-REJETE-CNT            PIC 9(5) VALUE ZERO.
       01  WS-ACCEPTE-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01  WS-MONTANT-EDITE         PIC Z(8)9.99.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME
                                    PIC X(8).
       01  WS-RUN-ID                PIC X(14).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITEMENT-DEB
              THRU 2000-TRAITEMENT-FIN
              UNTIL END-OF-FILE.

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

           PERFORM 1100-CHARGER-FOURNISSEURS-DEB
              THRU 1100-CHARGER-FOURNISSEURS-FIN.
           PERFORM 1200-CHARGER-PLAN-DEB
              THRU 1200-CHARGER-PLAN-FIN.
           PERFORM 1300-CHARGER-CLES-DEB
              THRU 1300-CHARGER-CLES-FIN.

           OPEN INPUT INVOICE-TXN-FILE.
           IF WS-TXN-STATUS = "35"
               DISPLAY "AUCUNE FACTURE A SAISIR"
               SET END-OF-FILE TO TRUE
           ELSE
               IF WS-TXN-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE INVOICE-TXN-FILE: "
                           WS-TXN-STATUS
                   STOP RUN
               END-IF
           END-IF.

           OPEN EXTEND AP-INVOICE-FILE.
           IF WS-INVOICE-STATUS = "05" OR WS-INVOICE-STATUS = "35"
               OPEN OUTPUT AP-INVOICE-FILE
           END-IF.
           IF WS-INVOICE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE AP-INVOICE-FILE: "
                       WS-INVOICE-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND REGISTER-FILE.
           IF WS-REGISTER-STATUS = "05" OR WS-REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REGISTER-FILE: "
                       WS-REGISTER-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SUSPENSE-FILE: "
                       WS-SUSPENSE-STATUS
               STOP RUN
           END-IF.

           IF NOT END-OF-FILE
               PERFORM 2100-LIRE-FACTURE-DEB
                  THRU 2100-LIRE-FACTURE-FIN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-CHARGER-FOURNISSEURS-DEB.
           OPEN INPUT VENDOR-FILE.
           IF WS-VENDOR-STATUS = "35"
               DISPLAY "FICHIER FOURNISSEURS ABSENT - TOUTE FACTURE "
                       "SERA REJETEE"
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
                               MOVE VND-DELAI TO WS-V-DELAI(VX)
                               MOVE VND-COMPTE-CHARGE
                                   TO WS-V-COMPTE(VX)
                               MOVE VND-TYPE TO WS-V-TYPE(VX)
                               MOVE VND-STATUT TO WS-V-STATUT(VX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-FILE
           END-IF.
       1100-CHARGER-FOURNISSEURS-FIN.
           EXIT.

       1200-CHARGER-PLAN-DEB.
           OPEN INPUT CHART-FILE.
           IF WS-CHART-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE CHART-FILE: "
                       WS-CHART-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-CHART-STATUS = "10"
               READ CHART-FILE
                   AT END
                       MOVE "10" TO WS-CHART-STATUS
                   NOT AT END
                       IF WS-CHART-CNT < 100
                           ADD 1 TO WS-CHART-CNT
                           SET CX TO WS-CHART-CNT
                           MOVE GLA-NUMERO TO WS-C-NUMERO(CX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHART-FILE.
       1200-CHARGER-PLAN-FIN.
           EXIT.

       1300-CHARGER-CLES-DEB.
           OPEN INPUT AP-INVOICE-FILE.
           IF WS-INVOICE-STATUS = "00"
               PERFORM UNTIL WS-INVOICE-STATUS = "10"
                   READ AP-INVOICE-FILE
                       AT END
                           MOVE "10" TO WS-INVOICE-STATUS
                       NOT AT END
                           IF WS-CLE-CNT < 9999
                               ADD 1 TO WS-CLE-CNT
                               SET KX TO WS-CLE-CNT
                               MOVE API-VND-ID TO WS-K-VND-ID(KX)
                               MOVE API-NUM-FACTURE
                                   TO WS-K-NUM-FACTURE(KX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AP-INVOICE-FILE
           END-IF.
       1300-CHARGER-CLES-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-LUS-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           IF AIT-MONTANT IS NUMERIC
               COMPUTE WS-CT-CENTIMES = AIT-MONTANT * 100
               ADD WS-CT-CENTIMES TO CT-INPUT-HASH-TOTAL
           END-IF.

           PERFORM 2200-VALIDER-FACTURE-DEB
              THRU 2200-VALIDER-FACTURE-FIN.

           IF WS-MOTIF = SPACES
               PERFORM 2300-ENREGISTRER-FACTURE-DEB
                  THRU 2300-ENREGISTRER-FACTURE-FIN
           ELSE
               PERFORM 2400-REJETER-FACTURE-DEB
                  THRU 2400-REJETER-FACTURE-FIN
           END-IF.

           PERFORM 2100-LIRE-FACTURE-DEB
              THRU 2100-LIRE-FACTURE-FIN.
       2000-TRAITEMENT-FIN.
           EXIT.

       2100-LIRE-FACTURE-DEB.
           READ INVOICE-TXN-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       2100-LIRE-FACTURE-FIN.
           EXIT.

      * The first check failed names the reject; the due date and
      * charge account are settled on the way.
       2200-VALIDER-FACTURE-DEB.
           MOVE SPACES TO WS-MOTIF.
           MOVE ZERO TO WS-VENDOR-INDEX.
           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-VENDOR-CNT
               IF WS-V-ID(WS-V) = AIT-VND-ID
                   MOVE WS-V TO WS-VENDOR-INDEX
               END-IF
           END-PERFORM.

           IF WS-VENDOR-INDEX = ZERO
               MOVE "FOURNISSEUR INCONNU" TO WS-MOTIF
           ELSE
               IF WS-V-STATUT(WS-VENDOR-INDEX) = "I"
                   MOVE "FOURNISSEUR RETIRE" TO WS-MOTIF
               END-IF
           END-IF.

           IF WS-MOTIF = SPACES
               IF AIT-NUM-FACTURE = SPACES
                   MOVE "NUMERO DE FACTURE ABSENT" TO WS-MOTIF
               END-IF
           END-IF.

           IF WS-MOTIF = SPACES
               IF AIT-MONTANT IS NOT NUMERIC
                   MOVE "MONTANT INVALIDE" TO WS-MOTIF
               ELSE
                   IF AIT-MONTANT = ZERO
                       MOVE "MONTANT NUL" TO WS-MOTIF
                   END-IF
               END-IF
           END-IF.

           IF WS-MOTIF = SPACES
               MOVE "N" TO WS-DATE-VALIDE
               IF AIT-DATE-FACTURE IS NUMERIC
                   CALL "DateValidator" USING AIT-DATE-FACTURE
                       WS-DATE-VALIDE
               END-IF
               IF WS-DATE-VALIDE NOT = "Y"
                   MOVE "DATE DE FACTURE INVALIDE" TO WS-MOTIF
               END-IF
           END-IF.

           IF WS-MOTIF = SPACES
               PERFORM 2210-FIXER-ECHEANCE-DEB
                  THRU 2210-FIXER-ECHEANCE-FIN
           END-IF.

           IF WS-MOTIF = SPACES
               PERFORM 2220-FIXER-COMPTE-DEB
                  THRU 2220-FIXER-COMPTE-FIN
           END-IF.

           IF WS-MOTIF = SPACES
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-CLE-CNT
                   IF WS-K-VND-ID(WS-K) = AIT-VND-ID
                           AND WS-K-NUM-FACTURE(WS-K) = AIT-NUM-FACTURE
                       MOVE "FACTURE DEJA ENREGISTREE" TO WS-MOTIF
                   END-IF
               END-PERFORM
           END-IF.
       2200-VALIDER-FACTURE-FIN.
           EXIT.

       2210-FIXER-ECHEANCE-DEB.
           IF AIT-ECHEANCE IS NUMERIC AND AIT-ECHEANCE > ZERO
               MOVE "N" TO WS-DATE-VALIDE
               CALL "DateValidator" USING AIT-ECHEANCE WS-DATE-VALIDE
               IF WS-DATE-VALIDE NOT = "Y"
                   MOVE "ECHEANCE INVALIDE" TO WS-MOTIF
               ELSE
                   IF AIT-ECHEANCE < AIT-DATE-FACTURE
                       MOVE "ECHEANCE AVANT LA FACTURE" TO WS-MOTIF
                   ELSE
                       MOVE AIT-ECHEANCE TO WS-ECHEANCE
                   END-IF
               END-IF
           ELSE
               COMPUTE WS-ENTIER-JOUR =
                       FUNCTION INTEGER-OF-DATE(AIT-DATE-FACTURE)
               ADD WS-V-DELAI(WS-VENDOR-INDEX) TO WS-ENTIER-JOUR
               COMPUTE WS-ECHEANCE =
                       FUNCTION DATE-OF-INTEGER(WS-ENTIER-JOUR)
           END-IF.
       2210-FIXER-ECHEANCE-FIN.
           EXIT.

      * An insurer invoice is not charged here, so its account is
      * not checked.
       2220-FIXER-COMPTE-DEB.
           IF AIT-COMPTE-CHARGE NOT = SPACES
               MOVE AIT-COMPTE-CHARGE TO WS-COMPTE-CHARGE
           ELSE
               MOVE WS-V-COMPTE(WS-VENDOR-INDEX) TO WS-COMPTE-CHARGE
           END-IF.

           IF WS-V-TYPE(WS-VENDOR-INDEX) NOT = "A"
               MOVE "COMPTE DE CHARGE HORS PLAN" TO WS-MOTIF
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-CHART-CNT
                   IF WS-C-NUMERO(WS-C) = WS-COMPTE-CHARGE
                       MOVE SPACES TO WS-MOTIF
                   END-IF
               END-PERFORM
           END-IF.
       2220-FIXER-COMPTE-FIN.
           EXIT.

       2300-ENREGISTRER-FACTURE-DEB.
           MOVE SPACES TO AP-INVOICE-RECORD.
           MOVE AIT-VND-ID TO API-VND-ID.
           MOVE AIT-NUM-FACTURE TO API-NUM-FACTURE.
           MOVE AIT-DATE-FACTURE TO API-DATE-FACTURE.
           MOVE WS-ECHEANCE TO API-ECHEANCE.
           MOVE AIT-MONTANT TO API-MONTANT.
           MOVE WS-COMPTE-CHARGE TO API-COMPTE-CHARGE.
           IF WS-V-TYPE(WS-VENDOR-INDEX) = "A"
               MOVE "N" TO API-GL-PASSE
           ELSE
               MOVE "Y" TO API-GL-PASSE
           END-IF.
           MOVE "O" TO API-STATUT.
           MOVE ZERO TO API-DATE-PAIEMENT.
           WRITE AP-INVOICE-RECORD.

           IF API-GL-PASSE = "Y"
               MOVE SPACES TO SUBLEDGER-REGISTER-RECORD
               MOVE WS-RUN-ID TO SLR-RUN-ID
               MOVE "APFACT" TO SLR-SOURCE
               MOVE AIT-DATE-FACTURE TO SLR-DATE
               MOVE AIT-MONTANT TO SLR-MONTANT
               STRING AIT-VND-ID " " AIT-NUM-FACTURE
                      DELIMITED BY SIZE INTO SLR-REFERENCE
               MOVE WS-COMPTE-CHARGE TO SLR-COMPTE
               WRITE SUBLEDGER-REGISTER-RECORD
           END-IF.

           IF WS-CLE-CNT < 9999
               ADD 1 TO WS-CLE-CNT
               MOVE AIT-VND-ID TO WS-K-VND-ID(WS-CLE-CNT)
               MOVE AIT-NUM-FACTURE TO WS-K-NUM-FACTURE(WS-CLE-CNT)
           END-IF.

           ADD 1 TO WS-ACCEPTE-CNT.
           ADD AIT-MONTANT TO WS-ACCEPTE-TOTAL.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD WS-CT-CENTIMES TO CT-OUTPUT-HASH-TOTAL.
       2300-ENREGISTRER-FACTURE-FIN.
           EXIT.

       2400-REJETER-FACTURE-DEB.
           MOVE SPACES TO SUSPENSE-LINE.
           STRING AIT-VND-ID " " AIT-NUM-FACTURE " " AIT-MONTANT
                  " REJETEE - " WS-MOTIF
                  DELIMITED BY SIZE INTO SUSPENSE-LINE.
           WRITE SUSPENSE-LINE.
           ADD 1 TO WS-REJETE-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           IF AIT-MONTANT IS NUMERIC
               ADD WS-CT-CENTIMES TO CT-OUTPUT-HASH-TOTAL
           END-IF.
       2400-REJETER-FACTURE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           IF WS-TXN-STATUS = "00" OR WS-TXN-STATUS = "10"
               CLOSE INVOICE-TXN-FILE
           END-IF.
           CLOSE AP-INVOICE-FILE.
           CLOSE REGISTER-FILE.
           CLOSE SUSPENSE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "SAISIE DES FACTURES FOURNISSEURS TERMINEE.".
           DISPLAY "FACTURES LUES         : " WS-LUS-CNT.
           DISPLAY "FACTURES ENREGISTREES : " WS-ACCEPTE-CNT.
           DISPLAY "FACTURES REJETEES     : " WS-REJETE-CNT.
           MOVE WS-ACCEPTE-TOTAL TO WS-MONTANT-EDITE.
           DISPLAY "TOTAL ENREGISTRE      : " WS-MONTANT-EDITE.
           DISPLAY "------------------------------------------------".

           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.

      * Set after the control-total call, which resets RETURN-CODE.
           IF WS-REJETE-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-FIN.
           EXIT.
