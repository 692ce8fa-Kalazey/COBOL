       IDENTIFICATION DIVISION.
       PROGRAM-ID. FixedAssetMaintenance.
       AUTHOR. Mathieu.

      * Maintenance of the fixed-asset master
      * Data/FIXED-ASSET-MASTER.txt, in the VendorMaintenance
      * pattern: a transaction file of A (add), C (change) and D
      * (dispose of) requests for the rides and equipment the club
      * carries on its books. An added asset must carry a
      * description, a valid acquisition date, a cost, a useful
      * life, a known method and two accounts of the chart - an
      * asset account for the cost and another account for the
      * accumulated depreciation; a ride names the ride code
      * RideInspectionBatch keeps its inspections under, and no two
      * assets in service may name the same ride. An asset taken on
      * with depreciation already written off outside the master
      * gives that amount and the period it runs through, and the
      * monthly run carries on from there. The cost itself is not
      * booked here - the purchase invoice goes through payables on
      * the asset account. A change rewrites the description, the
      * accounts and the ride, and the life or method only while
      * nothing has been depreciated yet.
      * A disposal first charges the depreciation still due up to
      * the month of disposal (DOTAMORT), then takes the asset out
      * of the books through the subledger register GlJournalPostBatch
      * takes into the ledger: the cost leaves the asset account
      * (CESSIMMO) and the accumulated depreciation its account
      * (CESSAMOR) against the net book value of assets disposed
      * of, and the price received (CESSPRIX) books at the bank
      * against the disposal proceeds. A disposal dated before a
      * month already depreciated is refused. The asset stays on
      * the master with status C so the register report still
      * shows it. Rejects go to suspense, every change rides
      * AuditTrailWriter and the run balances with
      * ControlTotals.cpy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-FILE ASSIGN DYNAMIC WS-ASSET-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-STATUS.

           SELECT TRANSACTION-FILE ASSIGN DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT CHART-FILE ASSIGN DYNAMIC WS-CHART-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-FILE.
           COPY "FixedAsset.cpy".

      * TXN-DATE is the acquisition date of an addition and the
      * disposal date of a disposal, TXN-MONTANT the cost of the one
      * and the price received for the other. TXN-AMORT-REPRISE and
      * TXN-PERIODE-REPRISE are left blank for a new asset.
       FD  TRANSACTION-FILE.
       01  FIXED-ASSET-TRANSACTION.
           05 TXN-ACTION            PIC X(1).
               88 TXN-AJOUT         VALUE "A".
               88 TXN-CHANGEMENT    VALUE "C".
               88 TXN-CESSION       VALUE "D".
           05 TXN-FA-ID             PIC X(6).
           05 TXN-LIBELLE           PIC X(30).
           05 TXN-DATE-X            PIC X(8).
           05 TXN-DATE REDEFINES TXN-DATE-X
                                    PIC 9(8).
           05 TXN-MONTANT-X         PIC X(11).
           05 TXN-MONTANT REDEFINES TXN-MONTANT-X
                                    PIC 9(9)V99.
           05 TXN-DUREE-X           PIC X(3).
           05 TXN-DUREE-MOIS REDEFINES TXN-DUREE-X
                                    PIC 9(3).
           05 TXN-METHODE           PIC X(1).
               88 TXN-METHODE-VALIDE VALUE "L" "D".
           05 TXN-COMPTE-IMMO       PIC X(6).
           05 TXN-COMPTE-AMORT      PIC X(6).
           05 TXN-MANEGE            PIC X(10).
           05 TXN-REPRISE-X         PIC X(11).
           05 TXN-AMORT-REPRISE REDEFINES TXN-REPRISE-X
                                    PIC 9(9)V99.
           05 TXN-PERIODE-REPRISE-X PIC X(6).
           05 TXN-PERIODE-REPRISE REDEFINES TXN-PERIODE-REPRISE-X
                                    PIC 9(6).

       FD  CHART-FILE.
       01  CHART-RECORD.
           05 GLA-NUMERO            PIC X(6).
           05 GLA-LIBELLE           PIC X(30).
           05 GLA-TYPE              PIC X(1).
           05 GLA-SENS              PIC X(1).

       FD  REGISTER-FILE.
           COPY "SubledgerRegister.cpy".

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "FixedAssetMaint".

       01  WS-ASSET-PATH            PIC X(40)
                                 VALUE "Data/FIXED-ASSET-MASTER.txt".
       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/FIXED-ASSET-TXN.txt".
       01  WS-CHART-PATH            PIC X(40)
                             VALUE "Data/GL-CHART-OF-ACCOUNTS.txt".
       01  WS-REGISTER-PATH         PIC X(40)
                             VALUE "Data/SUBLEDGER-GL-REGISTER.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/FIXED-ASSET-ERR.txt".
       01  WS-ASSET-STATUS          PIC XX.
       01  WS-TXN-STATUS            PIC XX.
       01  WS-CHART-STATUS          PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-RUN-ID                PIC X(14).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-PERIODE        PIC 9(6).
           05 FILLER                PIC 9(2).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME
                                    PIC X(8).

       01  WS-ASSET-CNT             PIC 9(4) VALUE ZERO.
       01  WS-I                     PIC 9(4).

       01  WS-ASSET-TABLE.
           05 WS-ASSET-ENTRY OCCURS 1000 TIMES
                   DEPENDING ON WS-ASSET-CNT
                   INDEXED BY AX.
               10 WS-F-ID           PIC X(6).
               10 WS-F-LIBELLE      PIC X(30).
               10 WS-F-ACQUISITION  PIC 9(8).
               10 WS-F-COUT         PIC 9(9)V99.
               10 WS-F-DUREE        PIC 9(3).
               10 WS-F-METHODE      PIC X(1).
               10 WS-F-COMPTE-IMMO  PIC X(6).
               10 WS-F-COMPTE-AMORT PIC X(6).
               10 WS-F-MANEGE       PIC X(10).
               10 WS-F-CUMUL        PIC 9(9)V99.
               10 WS-F-PERIODE      PIC 9(6).
               10 WS-F-STATUT       PIC X(1).
               10 WS-F-DATE-CESSION PIC 9(8).
               10 WS-F-PRIX-CESSION PIC 9(9)V99.
               10 WS-F-ENTRETIEN    PIC 9(9)V99.
               10 WS-F-ENTR-PERIODE PIC 9(6).

       01  WS-ASSET-TROUVE          PIC X VALUE "N".
           88 ASSET-TROUVE          VALUE "Y".
       01  WS-ASSET-INDEX           PIC 9(4) VALUE ZERO.

       01  WS-CHART-CNT             PIC 9(3) VALUE ZERO.
       01  WS-C                     PIC 9(3).

       01  WS-CHART-TABLE.
           05 WS-CHART-ENTRY OCCURS 100 TIMES
                   DEPENDING ON WS-CHART-CNT
                   INDEXED BY CX.
               10 WS-C-NUMERO       PIC X(6).
               10 WS-C-TYPE         PIC X(1).

       01  WS-TYPE-IMMO             PIC X(1).
       01  WS-TYPE-AMORT            PIC X(1).
       01  WS-MANEGE-PRIS           PIC X(1).
       01  WS-DATE-VALIDE           PIC X(1).
       01  WS-MOTIF                 PIC X(30).

      * Month-by-month catch-up of a disposal.
       01  WS-ACQUISITION           PIC 9(8).
       01  WS-ACQUISITION-GROUPE REDEFINES WS-ACQUISITION.
           05 WS-ACQ-PERIODE        PIC 9(6).
           05 FILLER                PIC 9(2).
       01  WS-CESSION               PIC 9(8).
       01  WS-CESSION-GROUPE REDEFINES WS-CESSION.
           05 WS-CES-PERIODE        PIC 9(6).
           05 FILLER                PIC 9(2).
       01  WS-PERIODE-REPRISE       PIC 9(6).
       01  WS-PERIODE-REPRISE-GROUPE REDEFINES WS-PERIODE-REPRISE.
           05 WS-REP-YYYY           PIC 9(4).
           05 WS-REP-MM             PIC 9(2).
       01  WS-MOIS                  PIC 9(6).
       01  WS-MOIS-GROUPE REDEFINES WS-MOIS.
           05 WS-MOIS-YYYY          PIC 9(4).
           05 WS-MOIS-MM            PIC 9(2).
       01  WS-DOT-METHODE           PIC X(1).
       01  WS-DOT-COUT              PIC 9(9)V99.
       01  WS-DOT-DUREE             PIC 9(3).
       01  WS-DOT-ACQUISITION       PIC 9(8).
       01  WS-DOT-CUMUL             PIC 9(9)V99.
       01  WS-DOT-PERIODE           PIC 9(6).
       01  WS-DOT-MOIS              PIC 9(9)V99.
       01  WS-DOTATION              PIC 9(9)V99.

       01  WS-TOTAL-CNT             PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-CNT           PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-CNT          PIC 9(5) VALUE ZERO.
       01  WS-CESSION-CNT           PIC 9(5) VALUE ZERO.
       01  WS-REGISTRE-CNT          PIC 9(5) VALUE ZERO.

       01  WS-MONTANT-EDITE         PIC Z(8)9.99.
       01  WS-VNC-EDITE             PIC Z(8)9.99.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "FixedAssetMaint".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

       01  WS-RC-SAUVE              PIC S9(4) VALUE ZERO.

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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-RUN-ID.
           STRING WS-RUN-DATE WS-RUN-TIME-X(1:6)
                  DELIMITED BY SIZE INTO WS-RUN-ID.

           PERFORM 1100-CHARGER-MAITRE-DEB
              THRU 1100-CHARGER-MAITRE-FIN.

           PERFORM 1200-CHARGER-PLAN-DEB
              THRU 1200-CHARGER-PLAN-FIN.

           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE TRANSACTION-FILE: "
                       WS-TXN-STATUS
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

           PERFORM 2100-LIRE-TRANSACTION-DEB
              THRU 2100-LIRE-TRANSACTION-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-CHARGER-MAITRE-DEB.
           OPEN INPUT ASSET-FILE.
           IF WS-ASSET-STATUS = "35"
               MOVE ZERO TO WS-ASSET-CNT
           ELSE
               IF WS-ASSET-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE ASSET-FILE: "
                           WS-ASSET-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-ASSET-STATUS = "10"
                   READ ASSET-FILE
                       AT END
                           MOVE "10" TO WS-ASSET-STATUS
                       NOT AT END
                           IF WS-ASSET-CNT < 1000
                               ADD 1 TO WS-ASSET-CNT
                               SET AX TO WS-ASSET-CNT
                               MOVE FA-ID TO WS-F-ID(AX)
                               MOVE FA-LIBELLE TO WS-F-LIBELLE(AX)
                               MOVE FA-DATE-ACQUISITION
                                   TO WS-F-ACQUISITION(AX)
                               MOVE FA-COUT TO WS-F-COUT(AX)
                               MOVE FA-DUREE-MOIS TO WS-F-DUREE(AX)
                               MOVE FA-METHODE TO WS-F-METHODE(AX)
                               MOVE FA-COMPTE-IMMO
                                   TO WS-F-COMPTE-IMMO(AX)
                               MOVE FA-COMPTE-AMORT
                                   TO WS-F-COMPTE-AMORT(AX)
                               MOVE FA-MANEGE TO WS-F-MANEGE(AX)
                               MOVE FA-AMORT-CUMULE TO WS-F-CUMUL(AX)
                               MOVE FA-DERNIERE-PERIODE
                                   TO WS-F-PERIODE(AX)
                               MOVE FA-STATUT TO WS-F-STATUT(AX)
                               MOVE FA-DATE-CESSION
                                   TO WS-F-DATE-CESSION(AX)
                               MOVE FA-PRIX-CESSION
                                   TO WS-F-PRIX-CESSION(AX)
                               MOVE FA-ENTRETIEN-CUMULE
                                   TO WS-F-ENTRETIEN(AX)
                               MOVE FA-ENTRETIEN-PERIODE
                                   TO WS-F-ENTR-PERIODE(AX)
                           ELSE
                               DISPLAY "TABLE DES IMMOBILISATIONS "
                                       "PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSET-FILE
           END-IF.
       1100-CHARGER-MAITRE-FIN.
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
                           MOVE GLA-TYPE TO WS-C-TYPE(CX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHART-FILE.
       1200-CHARGER-PLAN-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-TOTAL-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           ADD 1 TO CT-INPUT-HASH-TOTAL.

           PERFORM 2200-CHERCHER-ASSET-DEB
              THRU 2200-CHERCHER-ASSET-FIN.

           EVALUATE TRUE
               WHEN TXN-AJOUT
                   PERFORM 2300-AJOUTER-ASSET-DEB
                      THRU 2300-AJOUTER-ASSET-FIN
               WHEN TXN-CHANGEMENT
                   PERFORM 2400-CHANGER-ASSET-DEB
                      THRU 2400-CHANGER-ASSET-FIN
               WHEN TXN-CESSION
                   PERFORM 2500-CEDER-ASSET-DEB
                      THRU 2500-CEDER-ASSET-FIN
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

       2200-CHERCHER-ASSET-DEB.
           MOVE "N" TO WS-ASSET-TROUVE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ASSET-CNT
               IF WS-F-ID(WS-I) = TXN-FA-ID
                   MOVE "Y" TO WS-ASSET-TROUVE
                   MOVE WS-I TO WS-ASSET-INDEX
               END-IF
           END-PERFORM.
       2200-CHERCHER-ASSET-FIN.
           EXIT.

      * The checks an added or changed asset must pass; the first
      * one failed names the reject. The asset account must be an
      * asset (A) of the chart; the depreciation account must be on
      * the chart and be another account.
       2250-VALIDER-ASSET-DEB.
           MOVE SPACES TO WS-MOTIF.
           MOVE SPACES TO WS-TYPE-IMMO.
           MOVE SPACES TO WS-TYPE-AMORT.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CHART-CNT
               IF WS-C-NUMERO(WS-C) = TXN-COMPTE-IMMO
                   MOVE WS-C-TYPE(WS-C) TO WS-TYPE-IMMO
               END-IF
               IF WS-C-NUMERO(WS-C) = TXN-COMPTE-AMORT
                   MOVE WS-C-TYPE(WS-C) TO WS-TYPE-AMORT
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-MANEGE-PRIS.
           IF TXN-MANEGE NOT = SPACES
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-ASSET-CNT
                   IF WS-F-MANEGE(WS-I) = TXN-MANEGE
                           AND WS-F-ID(WS-I) NOT = TXN-FA-ID
                           AND WS-F-STATUT(WS-I) NOT = "C"
                       MOVE "Y" TO WS-MANEGE-PRIS
                   END-IF
               END-PERFORM
           END-IF.

           EVALUATE TRUE
               WHEN TXN-LIBELLE = SPACES
                   MOVE "LIBELLE ABSENT" TO WS-MOTIF
               WHEN NOT TXN-METHODE-VALIDE
                   MOVE "METHODE INCONNUE" TO WS-MOTIF
               WHEN TXN-DUREE-X IS NOT NUMERIC
                   MOVE "DUREE D'UTILISATION INVALIDE" TO WS-MOTIF
               WHEN TXN-DUREE-MOIS = ZERO
                   MOVE "DUREE D'UTILISATION INVALIDE" TO WS-MOTIF
               WHEN WS-TYPE-IMMO = SPACES
                   MOVE "COMPTE D'IMMOBILISATION INCONNU" TO WS-MOTIF
               WHEN WS-TYPE-IMMO NOT = "A"
                   MOVE "COMPTE D'IMMO NON ACTIF" TO WS-MOTIF
               WHEN WS-TYPE-AMORT = SPACES
                   MOVE "COMPTE D'AMORTISSEMENT INCONNU" TO WS-MOTIF
               WHEN TXN-COMPTE-AMORT = TXN-COMPTE-IMMO
                   MOVE "COMPTES IMMO ET AMORT IDENTIQUES" TO WS-MOTIF
               WHEN WS-MANEGE-PRIS = "Y"
                   MOVE "MANEGE DEJA RATTACHE" TO WS-MOTIF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2250-VALIDER-ASSET-FIN.
           EXIT.

      * An addition also needs its acquisition date, its cost and,
      * when depreciation is taken over, an amount below the cost
      * and a period between the acquisition and this month.
       2300-AJOUTER-ASSET-DEB.
           PERFORM 2250-VALIDER-ASSET-DEB
              THRU 2250-VALIDER-ASSET-FIN.

           IF TXN-DATE-X IS NUMERIC
               CALL "DateValidator" USING TXN-DATE WS-DATE-VALIDE
           ELSE
               MOVE "N" TO WS-DATE-VALIDE
           END-IF.
           IF TXN-REPRISE-X = SPACES
               MOVE ZEROS TO TXN-REPRISE-X
           END-IF.
           IF TXN-PERIODE-REPRISE-X = SPACES
               MOVE ZEROS TO TXN-PERIODE-REPRISE-X
           END-IF.

           IF WS-MOTIF = SPACES
               EVALUATE TRUE
                   WHEN WS-DATE-VALIDE NOT = "Y"
                       MOVE "DATE D'ACQUISITION INVALIDE" TO WS-MOTIF
                   WHEN TXN-DATE > WS-RUN-DATE
                       MOVE "DATE D'ACQUISITION FUTURE" TO WS-MOTIF
                   WHEN TXN-MONTANT-X IS NOT NUMERIC
                       MOVE "COUT INVALIDE" TO WS-MOTIF
                   WHEN TXN-MONTANT = ZERO
                       MOVE "COUT INVALIDE" TO WS-MOTIF
                   WHEN TXN-REPRISE-X IS NOT NUMERIC
                       MOVE "REPRISE INVALIDE" TO WS-MOTIF
                   WHEN TXN-AMORT-REPRISE NOT < TXN-MONTANT
                       MOVE "REPRISE SUPERIEURE AU COUT" TO WS-MOTIF
                   WHEN TXN-PERIODE-REPRISE-X IS NOT NUMERIC
                       MOVE "PERIODE DE REPRISE INVALIDE" TO WS-MOTIF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF WS-MOTIF = SPACES AND TXN-AMORT-REPRISE > ZERO
               MOVE TXN-PERIODE-REPRISE TO WS-PERIODE-REPRISE
               MOVE TXN-DATE TO WS-ACQUISITION
               IF WS-REP-MM < 1 OR WS-REP-MM > 12
                       OR WS-PERIODE-REPRISE < WS-ACQ-PERIODE
                       OR WS-PERIODE-REPRISE > WS-RUN-PERIODE
                   MOVE "PERIODE DE REPRISE INVALIDE" TO WS-MOTIF
               END-IF
           END-IF.

           IF ASSET-TROUVE
               MOVE "IMMOBILISATION DEJA CONNUE" TO WS-MOTIF
           END-IF.
           IF TXN-FA-ID = SPACES
               MOVE "IDENTIFIANT ABSENT" TO WS-MOTIF
           END-IF.
           IF WS-MOTIF = SPACES AND WS-ASSET-CNT >= 1000
               DISPLAY "TABLE DES IMMOBILISATIONS PLEINE"
               MOVE "TABLE PLEINE" TO WS-MOTIF
           END-IF.

           IF WS-MOTIF NOT = SPACES
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               ADD 1 TO WS-ASSET-CNT
               MOVE WS-ASSET-CNT TO WS-ASSET-INDEX
               MOVE TXN-FA-ID TO WS-F-ID(WS-ASSET-INDEX)
               MOVE TXN-DATE TO WS-F-ACQUISITION(WS-ASSET-INDEX)
               MOVE TXN-MONTANT TO WS-F-COUT(WS-ASSET-INDEX)
               PERFORM 2350-REPORTER-ZONES-DEB
                  THRU 2350-REPORTER-ZONES-FIN
               MOVE TXN-DUREE-MOIS TO WS-F-DUREE(WS-ASSET-INDEX)
               MOVE TXN-METHODE TO WS-F-METHODE(WS-ASSET-INDEX)
               MOVE TXN-AMORT-REPRISE TO WS-F-CUMUL(WS-ASSET-INDEX)
               IF TXN-AMORT-REPRISE > ZERO
                   MOVE TXN-PERIODE-REPRISE
                       TO WS-F-PERIODE(WS-ASSET-INDEX)
               ELSE
                   MOVE ZERO TO WS-F-PERIODE(WS-ASSET-INDEX)
               END-IF
               MOVE "A" TO WS-F-STATUT(WS-ASSET-INDEX)
               MOVE ZERO TO WS-F-DATE-CESSION(WS-ASSET-INDEX)
               MOVE ZERO TO WS-F-PRIX-CESSION(WS-ASSET-INDEX)
               MOVE ZERO TO WS-F-ENTRETIEN(WS-ASSET-INDEX)
               MOVE ZERO TO WS-F-ENTR-PERIODE(WS-ASSET-INDEX)
               MOVE SPACES TO WS-AT-BEFORE
               STRING TXN-FA-ID " IMMOBILISATION INEXISTANTE"
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
               MOVE TXN-MONTANT TO WS-MONTANT-EDITE
               MOVE SPACES TO WS-AT-AFTER
               STRING TXN-FA-ID " " TXN-LIBELLE(1:20) " "
                      TXN-DATE " " WS-MONTANT-EDITE " AJOUTEE"
                      DELIMITED BY SIZE INTO WS-AT-AFTER
               PERFORM 2700-CONSIGNER-DEB
                  THRU 2700-CONSIGNER-FIN
           END-IF.
       2300-AJOUTER-ASSET-FIN.
           EXIT.

       2350-REPORTER-ZONES-DEB.
           MOVE TXN-LIBELLE TO WS-F-LIBELLE(WS-ASSET-INDEX).
           MOVE TXN-COMPTE-IMMO TO WS-F-COMPTE-IMMO(WS-ASSET-INDEX).
           MOVE TXN-COMPTE-AMORT TO WS-F-COMPTE-AMORT(WS-ASSET-INDEX).
           MOVE TXN-MANEGE TO WS-F-MANEGE(WS-ASSET-INDEX).
       2350-REPORTER-ZONES-FIN.
           EXIT.

      * Once the first month is charged the depreciation plan is
      * fixed: a new life or method would leave the booked charges
      * inconsistent with it.
       2400-CHANGER-ASSET-DEB.
           PERFORM 2250-VALIDER-ASSET-DEB
              THRU 2250-VALIDER-ASSET-FIN.
           IF NOT ASSET-TROUVE
               MOVE "IMMOBILISATION INCONNUE" TO WS-MOTIF
           ELSE
               IF WS-F-STATUT(WS-ASSET-INDEX) = "C"
                   MOVE "IMMOBILISATION CEDEE" TO WS-MOTIF
               END-IF
               IF WS-MOTIF = SPACES
                       AND WS-F-CUMUL(WS-ASSET-INDEX) > ZERO
                       AND (TXN-DUREE-MOIS
                               NOT = WS-F-DUREE(WS-ASSET-INDEX)
                        OR TXN-METHODE
                               NOT = WS-F-METHODE(WS-ASSET-INDEX))
                   MOVE "PLAN D'AMORTISSEMENT ENTAME" TO WS-MOTIF
               END-IF
           END-IF.

           IF WS-MOTIF NOT = SPACES
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               MOVE SPACES TO WS-AT-BEFORE
               STRING TXN-FA-ID " "
                      WS-F-LIBELLE(WS-ASSET-INDEX)(1:20) " "
                      WS-F-COMPTE-IMMO(WS-ASSET-INDEX) " "
                      WS-F-COMPTE-AMORT(WS-ASSET-INDEX) " "
                      WS-F-MANEGE(WS-ASSET-INDEX)
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
               PERFORM 2350-REPORTER-ZONES-DEB
                  THRU 2350-REPORTER-ZONES-FIN
               MOVE TXN-DUREE-MOIS TO WS-F-DUREE(WS-ASSET-INDEX)
               MOVE TXN-METHODE TO WS-F-METHODE(WS-ASSET-INDEX)
               MOVE SPACES TO WS-AT-AFTER
               STRING TXN-FA-ID " " TXN-LIBELLE(1:20) " "
                      TXN-COMPTE-IMMO " " TXN-COMPTE-AMORT " "
                      TXN-MANEGE " CHANGE"
                      DELIMITED BY SIZE INTO WS-AT-AFTER
               PERFORM 2700-CONSIGNER-DEB
                  THRU 2700-CONSIGNER-FIN
           END-IF.
       2400-CHANGER-ASSET-FIN.
           EXIT.

      * A disposal is dated between the acquisition and today, in a
      * month not yet passed by the depreciation run.
       2500-CEDER-ASSET-DEB.
           MOVE SPACES TO WS-MOTIF.
           IF TXN-DATE-X IS NUMERIC
               CALL "DateValidator" USING TXN-DATE WS-DATE-VALIDE
           ELSE
               MOVE "N" TO WS-DATE-VALIDE
           END-IF.
           IF TXN-MONTANT-X = SPACES
               MOVE ZEROS TO TXN-MONTANT-X
           END-IF.
           MOVE TXN-DATE-X TO WS-CESSION.

           EVALUATE TRUE
               WHEN NOT ASSET-TROUVE
                   MOVE "IMMOBILISATION INCONNUE" TO WS-MOTIF
               WHEN WS-F-STATUT(WS-ASSET-INDEX) = "C"
                   MOVE "IMMOBILISATION DEJA CEDEE" TO WS-MOTIF
               WHEN WS-DATE-VALIDE NOT = "Y"
                   MOVE "DATE DE CESSION INVALIDE" TO WS-MOTIF
               WHEN TXN-DATE > WS-RUN-DATE
                   MOVE "DATE DE CESSION FUTURE" TO WS-MOTIF
               WHEN TXN-DATE < WS-F-ACQUISITION(WS-ASSET-INDEX)
                   MOVE "CESSION AVANT L'ACQUISITION" TO WS-MOTIF
               WHEN WS-CES-PERIODE < WS-F-PERIODE(WS-ASSET-INDEX)
                   MOVE "PERIODE DEJA AMORTIE" TO WS-MOTIF
               WHEN TXN-MONTANT-X IS NOT NUMERIC
                   MOVE "PRIX DE CESSION INVALIDE" TO WS-MOTIF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-MOTIF NOT = SPACES
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               COMPUTE WS-DOTATION = WS-F-COUT(WS-ASSET-INDEX)
                       - WS-F-CUMUL(WS-ASSET-INDEX)
               MOVE WS-DOTATION TO WS-VNC-EDITE
               MOVE SPACES TO WS-AT-BEFORE
               STRING TXN-FA-ID " STATUT "
                      WS-F-STATUT(WS-ASSET-INDEX) " VNC "
                      WS-VNC-EDITE
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
               PERFORM 2550-RATTRAPER-DOTATION-DEB
                  THRU 2550-RATTRAPER-DOTATION-FIN
               PERFORM 2560-SORTIR-ACTIF-DEB
                  THRU 2560-SORTIR-ACTIF-FIN
               MOVE "C" TO WS-F-STATUT(WS-ASSET-INDEX)
               MOVE TXN-DATE TO WS-F-DATE-CESSION(WS-ASSET-INDEX)
               MOVE TXN-MONTANT TO WS-F-PRIX-CESSION(WS-ASSET-INDEX)
               MOVE TXN-MONTANT TO WS-MONTANT-EDITE
               MOVE SPACES TO WS-AT-AFTER
               STRING TXN-FA-ID " CEDEE LE " TXN-DATE " PRIX "
                      WS-MONTANT-EDITE
                      DELIMITED BY SIZE INTO WS-AT-AFTER
               ADD 1 TO WS-CESSION-CNT
               PERFORM 2700-CONSIGNER-DEB
                  THRU 2700-CONSIGNER-FIN
           END-IF.
       2500-CEDER-ASSET-FIN.
           EXIT.

      * The months from the one after the last depreciated (or the
      * acquisition month) through the disposal month, one charge
      * line for the lot. A fully written-off asset charges nothing.
       2550-RATTRAPER-DOTATION-DEB.
           MOVE ZERO TO WS-DOTATION.
           MOVE WS-F-ACQUISITION(WS-ASSET-INDEX) TO WS-ACQUISITION.
           IF WS-F-PERIODE(WS-ASSET-INDEX) < WS-ACQ-PERIODE
               MOVE WS-ACQ-PERIODE TO WS-MOIS
           ELSE
               MOVE WS-F-PERIODE(WS-ASSET-INDEX) TO WS-MOIS
               PERFORM 2580-MOIS-SUIVANT-DEB
                  THRU 2580-MOIS-SUIVANT-FIN
           END-IF.

           MOVE WS-F-METHODE(WS-ASSET-INDEX) TO WS-DOT-METHODE.
           MOVE WS-F-COUT(WS-ASSET-INDEX) TO WS-DOT-COUT.
           MOVE WS-F-DUREE(WS-ASSET-INDEX) TO WS-DOT-DUREE.
           MOVE WS-F-ACQUISITION(WS-ASSET-INDEX)
               TO WS-DOT-ACQUISITION.
           PERFORM 2570-DOTER-MOIS-DEB
              THRU 2570-DOTER-MOIS-FIN
              UNTIL WS-MOIS > WS-CES-PERIODE
                 OR WS-F-STATUT(WS-ASSET-INDEX) NOT = "A".

           IF WS-DOTATION > ZERO
               MOVE "DOTAMORT" TO SLR-SOURCE
               MOVE WS-DOTATION TO SLR-MONTANT
               MOVE WS-F-COMPTE-AMORT(WS-ASSET-INDEX) TO SLR-COMPTE
               MOVE SPACES TO SLR-REFERENCE
               STRING "IMMO " TXN-FA-ID " DOT. " WS-CES-PERIODE
                      DELIMITED BY SIZE INTO SLR-REFERENCE
               PERFORM 2590-ECRIRE-REGISTRE-DEB
                  THRU 2590-ECRIRE-REGISTRE-FIN
           END-IF.
           IF WS-F-PERIODE(WS-ASSET-INDEX) < WS-CES-PERIODE
               MOVE WS-CES-PERIODE TO WS-F-PERIODE(WS-ASSET-INDEX)
           END-IF.
       2550-RATTRAPER-DOTATION-FIN.
           EXIT.

      * The asset leaves the books: cost and accumulated
      * depreciation out, the price in.
       2560-SORTIR-ACTIF-DEB.
           MOVE "CESSIMMO" TO SLR-SOURCE.
           MOVE WS-F-COUT(WS-ASSET-INDEX) TO SLR-MONTANT.
           MOVE WS-F-COMPTE-IMMO(WS-ASSET-INDEX) TO SLR-COMPTE.
           MOVE SPACES TO SLR-REFERENCE.
           STRING "IMMO " TXN-FA-ID " CESSION"
                  DELIMITED BY SIZE INTO SLR-REFERENCE.
           PERFORM 2590-ECRIRE-REGISTRE-DEB
              THRU 2590-ECRIRE-REGISTRE-FIN.

           IF WS-F-CUMUL(WS-ASSET-INDEX) > ZERO
               MOVE "CESSAMOR" TO SLR-SOURCE
               MOVE WS-F-CUMUL(WS-ASSET-INDEX) TO SLR-MONTANT
               MOVE WS-F-COMPTE-AMORT(WS-ASSET-INDEX) TO SLR-COMPTE
               PERFORM 2590-ECRIRE-REGISTRE-DEB
                  THRU 2590-ECRIRE-REGISTRE-FIN
           END-IF.

           IF TXN-MONTANT > ZERO
               MOVE "CESSPRIX" TO SLR-SOURCE
               MOVE TXN-MONTANT TO SLR-MONTANT
               MOVE SPACES TO SLR-COMPTE
               PERFORM 2590-ECRIRE-REGISTRE-DEB
                  THRU 2590-ECRIRE-REGISTRE-FIN
           END-IF.
       2560-SORTIR-ACTIF-FIN.
           EXIT.

       2570-DOTER-MOIS-DEB.
           MOVE WS-F-CUMUL(WS-ASSET-INDEX) TO WS-DOT-CUMUL.
           MOVE WS-MOIS TO WS-DOT-PERIODE.
           CALL "DepreciationCalculator" USING WS-DOT-METHODE
               WS-DOT-COUT WS-DOT-DUREE WS-DOT-ACQUISITION
               WS-DOT-CUMUL WS-DOT-PERIODE WS-DOT-MOIS.
           ADD WS-DOT-MOIS TO WS-F-CUMUL(WS-ASSET-INDEX).
           ADD WS-DOT-MOIS TO WS-DOTATION.
           IF WS-F-CUMUL(WS-ASSET-INDEX) >= WS-F-COUT(WS-ASSET-INDEX)
               MOVE "T" TO WS-F-STATUT(WS-ASSET-INDEX)
           END-IF.
           PERFORM 2580-MOIS-SUIVANT-DEB
              THRU 2580-MOIS-SUIVANT-FIN.
       2570-DOTER-MOIS-FIN.
           EXIT.

       2580-MOIS-SUIVANT-DEB.
           IF WS-MOIS-MM = 12
               ADD 1 TO WS-MOIS-YYYY
               MOVE 01 TO WS-MOIS-MM
           ELSE
               ADD 1 TO WS-MOIS-MM
           END-IF.
       2580-MOIS-SUIVANT-FIN.
           EXIT.

       2590-ECRIRE-REGISTRE-DEB.
           MOVE WS-RUN-ID TO SLR-RUN-ID.
           MOVE TXN-DATE TO SLR-DATE.
           WRITE SUBLEDGER-REGISTER-RECORD.
           ADD 1 TO WS-REGISTRE-CNT.
       2590-ECRIRE-REGISTRE-FIN.
           EXIT.

       2600-REJETER-TRANSACTION-DEB.
           MOVE SPACES TO SUSPENSE-LINE.
           STRING TXN-ACTION TXN-FA-ID " " TXN-LIBELLE(1:20)
                  " REJETE - " WS-MOTIF
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
           OPEN OUTPUT ASSET-FILE.
           IF WS-ASSET-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE ASSET-FILE: "
                       WS-ASSET-STATUS
               STOP RUN
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ASSET-CNT
               MOVE SPACES TO FIXED-ASSET-RECORD
               MOVE WS-F-ID(WS-I) TO FA-ID
               MOVE WS-F-LIBELLE(WS-I) TO FA-LIBELLE
               MOVE WS-F-ACQUISITION(WS-I) TO FA-DATE-ACQUISITION
               MOVE WS-F-COUT(WS-I) TO FA-COUT
               MOVE WS-F-DUREE(WS-I) TO FA-DUREE-MOIS
               MOVE WS-F-METHODE(WS-I) TO FA-METHODE
               MOVE WS-F-COMPTE-IMMO(WS-I) TO FA-COMPTE-IMMO
               MOVE WS-F-COMPTE-AMORT(WS-I) TO FA-COMPTE-AMORT
               MOVE WS-F-MANEGE(WS-I) TO FA-MANEGE
               MOVE WS-F-CUMUL(WS-I) TO FA-AMORT-CUMULE
               MOVE WS-F-PERIODE(WS-I) TO FA-DERNIERE-PERIODE
               MOVE WS-F-STATUT(WS-I) TO FA-STATUT
               MOVE WS-F-DATE-CESSION(WS-I) TO FA-DATE-CESSION
               MOVE WS-F-PRIX-CESSION(WS-I) TO FA-PRIX-CESSION
               MOVE WS-F-ENTRETIEN(WS-I) TO FA-ENTRETIEN-CUMULE
               MOVE WS-F-ENTR-PERIODE(WS-I) TO FA-ENTRETIEN-PERIODE
               WRITE FIXED-ASSET-RECORD
           END-PERFORM.

           CLOSE ASSET-FILE.
       3000-SAUVEGARDER-MAITRE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE TRANSACTION-FILE.
           CLOSE REGISTER-FILE.
           CLOSE SUSPENSE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "MAINTENANCE DES IMMOBILISATIONS TERMINEE.".
           DISPLAY "TRANSACTIONS LUES     : " WS-TOTAL-CNT.
           DISPLAY "APPLIQUEES            : " WS-APPLIED-CNT.
           DISPLAY "DONT CESSIONS         : " WS-CESSION-CNT.
           DISPLAY "REJETEES              : " WS-REJECTED-CNT.
           DISPLAY "LIGNES DE REGISTRE    : " WS-REGISTRE-CNT.
           DISPLAY "------------------------------------------------".

      * The control-total call resets RETURN-CODE; keep this run's.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9000-TERMINAISON-FIN.
           EXIT.
