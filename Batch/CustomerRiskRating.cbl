       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerRiskRating.
       AUTHOR. Mathieu.

      * Nightly risk rating of the customers of CUSTOMER-ACCOUNT-
      * XREF. The signals already exist, each in its own corner;
      * this job brings them together account by account:
      *   JDEC  days the account spent overdrawn over the scoring
      *         window, rebuilt from the balances the posting
      *         journal records (the balance OverdraftAccrualBatch
      *         charges on), today's balance closing the window;
      *   FRAI  the account was past its limit at the last accrual
      *         (a FRAIS line on OverdraftAccrualBatch's register);
      *   VELO  velocity alerts of the last posting run;
      *   GEL   a freeze on the freeze file;
      *   DORM  a dormancy freeze from DormantAccountReview;
      *   PREL  direct-debit collections MembershipDirectDebitBatch
      *         could not fund from the account.
      * Data/RISK-RATING-RULES.txt gives each signal its points per
      * occurrence and a ceiling per account. A customer scores the
      * points of all their accounts, and the two thresholds of
      * Data/RISK-RATING-PARM.txt make that a low (L), medium (M)
      * or high (H) risk. The current rating is kept on
      * Data/CUSTOMER-RISK-RATING.txt with the day it was taken;
      * every change goes to the rating history and the audit
      * trail, and a customer turning high risk ends the run with
      * a warning condition code.
      * The first run of each month also reviews the overdraft
      * limits of the month just ended. An account takes the worst
      * rating of its holders: high risk withdraws the limit,
      * medium cuts it by the parameter percentage, and an account
      * whose holders were all low risk the whole month and that
      * actually used its overdraft gets it raised by the
      * parameter percentage, up to the parameter ceiling. The
      * proposals are printed with their reasons and written as
      * limit transactions (L) in AccountMaintenanceBatch's layout
      * on Data/LIMIT-REVIEW-TXN.txt, for the account officers to
      * pass into the maintenance run once reviewed. The period
      * last reviewed is kept on Data/RISK-REVIEW-MARK.txt; the
      * parameter can force a review off-cycle.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN DYNAMIC WS-RULES-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT XREF-FILE ASSIGN DYNAMIC WS-XREF-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CUSTOMER-FILE ASSIGN DYNAMIC WS-CUSTOMER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT POSTING-JOURNAL-FILE ASSIGN DYNAMIC WS-POSTING-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.

           SELECT ACCRUAL-REGISTER-FILE ASSIGN DYNAMIC WS-ACCRUAL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-STATUS.

           SELECT VELOCITY-ALERT-FILE ASSIGN DYNAMIC WS-VELOCITY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VELOCITY-STATUS.

           SELECT FREEZE-FILE ASSIGN DYNAMIC WS-FREEZE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FREEZE-STATUS.

           SELECT MANDATE-REJECT-FILE ASSIGN DYNAMIC WS-REJECT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT RATING-FILE ASSIGN DYNAMIC WS-RATING-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATING-STATUS.

           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-HISTORY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT MARK-FILE ASSIGN DYNAMIC WS-MARK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MARK-STATUS.

           SELECT REVIEW-TXN-FILE ASSIGN DYNAMIC WS-REVIEW-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-TXN-STATUS.

           SELECT REVIEW-REPORT-FILE ASSIGN DYNAMIC WS-REVIEW-RPT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * RRL-POIDS points per occurrence of the signal, RRL-PLAFOND
      * the most one account can score on it (zero = no ceiling).
       FD  RULES-FILE.
       01  RISK-RATING-RULE.
           05 RRL-SIGNAL            PIC X(4).
           05 RRL-POIDS             PIC 9(3).
           05 RRL-PLAFOND           PIC 9(3).

       FD  PARM-FILE.
       01  RISK-RATING-PARM.
           05 PRM-FENETRE           PIC 9(3).
           05 PRM-SEUIL-MOYEN       PIC 9(4).
           05 PRM-SEUIL-ELEVE       PIC 9(4).
           05 PRM-HAUSSE-PCT        PIC 9(3).
           05 PRM-BAISSE-PCT        PIC 9(3).
           05 PRM-PLAFOND-LIMITE    PIC 9(7)V99.
           05 PRM-FORCER-REVUE      PIC X(1).

       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           05 ACC-ID                PIC X(6).
           05 ACC-NAME              PIC X(20).
           05 ACC-SOLDE             PIC S9(7)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05 ACC-LIMITE-DECOUVERT  PIC 9(7)V99.

       FD  XREF-FILE.
       01  CUSTOMER-ACCOUNT-XREF.
           05 CAX-CUST-ID           PIC X(6).
           05 CAX-ACC-ID            PIC X(6).
           05 CAX-ROLE              PIC X(1).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CF-ID                 PIC X(6).
           05 CF-NAME               PIC X(30).

       FD  POSTING-JOURNAL-FILE.
       01  POSTING-JOURNAL-RECORD.
           05 JRN-RUN-ID            PIC X(14).
           05 JRN-ACC-ID            PIC X(6).
           05 JRN-TYPE              PIC X(1).
           05 JRN-MONTANT           PIC 9(7)V99.
           05 JRN-DATE              PIC 9(8).
           05 JRN-SOLDE-AVANT       PIC S9(7)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05 JRN-SOLDE-APRES       PIC S9(7)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.

      * OverdraftAccrualBatch's register: account, name, charge
      * type and amount on each charge line.
       FD  ACCRUAL-REGISTER-FILE.
       01  ACCRUAL-REGISTER-LINE.
           05 ARG-ACC-ID            PIC X(6).
           05 FILLER                PIC X(1).
           05 ARG-NOM               PIC X(20).
           05 FILLER                PIC X(1).
           05 ARG-TYPE              PIC X(8).
           05 FILLER                PIC X(44).

       FD  VELOCITY-ALERT-FILE.
       01  VELOCITY-ALERT-LINE.
           05 VEL-ACC-ID            PIC X(6).
           05 FILLER                PIC X(84).

       FD  FREEZE-FILE.
       01  ACCOUNT-FREEZE-RECORD.
           05 FRZ-ACC-ID            PIC X(6).
           05 FRZ-STATUT            PIC X(1).
           05 FRZ-MOTIF             PIC X(20).
           05 FRZ-DATE              PIC 9(8).

      * MembershipDirectDebitBatch's reject list: only the
      * "COMPTE xxxxxx NON PROVISIONNE" lines name an account.
       FD  MANDATE-REJECT-FILE.
       01  MANDATE-REJECT-LINE.
           05 MRJ-MBR-ID            PIC X(6).
           05 FILLER                PIC X(1).
           05 MRJ-LIBELLE           PIC X(7).
           05 MRJ-ACC-ID            PIC X(6).
           05 MRJ-MOTIF             PIC X(16).
           05 FILLER                PIC X(34).

       FD  RATING-FILE.
           COPY "CustomerRiskRating.cpy".

       FD  HISTORY-FILE.
       01  RISK-RATING-HISTORY.
           05 HRR-DATE              PIC 9(8).
           05 HRR-CUST-ID           PIC X(6).
           05 HRR-NOTE              PIC X(1).
           05 HRR-SCORE             PIC 9(5).
           05 HRR-NOTE-PRECEDENTE   PIC X(1).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       FD  MARK-FILE.
       01  RISK-REVIEW-MARK.
           05 MRK-PERIODE           PIC 9(6).

      * Same layout as AccountMaintenanceBatch's transactions.
       FD  REVIEW-TXN-FILE.
       01  LIMIT-REVIEW-TRANSACTION.
           05 LRV-ACTION            PIC X(1).
           05 LRV-ACC-ID            PIC X(6).
           05 LRV-NAME              PIC X(20).
           05 LRV-MONTANT           PIC 9(7)V99.

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "CustomerRiskRating".

       01  WS-RULES-PATH            PIC X(40)
                                 VALUE "Data/RISK-RATING-RULES.txt".
       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/RISK-RATING-PARM.txt".
       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/ACCOUNT-MASTER.txt".
       01  WS-XREF-PATH             PIC X(40)
                                 VALUE "Data/CUSTOMER-ACCOUNT-XREF.txt".
       01  WS-CUSTOMER-PATH         PIC X(40)
                                 VALUE "Data/CUSTOMER-FILE.txt".
       01  WS-POSTING-PATH          PIC X(40)
                             VALUE "Data/ACCOUNT-POSTING-JOURNAL.txt".
       01  WS-ACCRUAL-PATH          PIC X(40)
                                 VALUE "Data/ACCRUAL-REGISTER.txt".
       01  WS-VELOCITY-PATH         PIC X(40)
                                 VALUE "Data/VELOCITY-ALERT.txt".
       01  WS-FREEZE-PATH           PIC X(40)
                                 VALUE "Data/ACCOUNT-FREEZE-FILE.txt".
       01  WS-REJECT-PATH           PIC X(40)
                                 VALUE "Data/MANDATE-REJECTS.txt".
       01  WS-RATING-PATH           PIC X(40)
                                 VALUE "Data/CUSTOMER-RISK-RATING.txt".
       01  WS-HISTORY-PATH          PIC X(40)
                             VALUE "Data/CUSTOMER-RISK-HISTORY.txt".
       01  WS-REPORT-PATH           PIC X(40)
                                 VALUE "Data/CUSTOMER-RISK-REPORT.txt".
       01  WS-MARK-PATH             PIC X(40)
                                 VALUE "Data/RISK-REVIEW-MARK.txt".
       01  WS-REVIEW-TXN-PATH       PIC X(40)
                                 VALUE "Data/LIMIT-REVIEW-TXN.txt".
       01  WS-REVIEW-RPT-PATH       PIC X(40)
                                 VALUE "Data/LIMIT-REVIEW-REPORT.txt".
       01  WS-RULES-STATUS          PIC XX.
       01  WS-PARM-STATUS           PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-XREF-STATUS           PIC XX.
       01  WS-CUSTOMER-STATUS       PIC XX.
       01  WS-POSTING-STATUS        PIC XX.
       01  WS-ACCRUAL-STATUS        PIC XX.
       01  WS-VELOCITY-STATUS       PIC XX.
       01  WS-FREEZE-STATUS         PIC XX.
       01  WS-REJECT-STATUS         PIC XX.
       01  WS-RATING-STATUS         PIC XX.
       01  WS-HISTORY-STATUS        PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-MARK-STATUS           PIC XX.
       01  WS-REVIEW-TXN-STATUS     PIC XX.
       01  WS-REVIEW-RPT-STATUS     PIC XX.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-PERIODE        PIC 9(6).
           05 FILLER                PIC 9(2).
       01  WS-RUN-DATE-EDITION REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).

      * Parameters, with the values used when the file is absent.
       01  WS-FENETRE               PIC 9(3) VALUE 090.
       01  WS-SEUIL-MOYEN           PIC 9(4) VALUE 0020.
       01  WS-SEUIL-ELEVE           PIC 9(4) VALUE 0050.
       01  WS-HAUSSE-PCT            PIC 9(3) VALUE 020.
       01  WS-BAISSE-PCT            PIC 9(3) VALUE 050.
       01  WS-PLAFOND-LIMITE        PIC 9(7)V99 VALUE 5000.00.
       01  WS-FORCER-REVUE          PIC X(1) VALUE "N".

       01  WS-ENTIER-RUN            PIC 9(8).
       01  WS-ENTIER-DEBUT          PIC 9(8).
       01  WS-ENTIER-LIGNE          PIC 9(8).
       01  WS-ENTIER-DEPART         PIC 9(8).
       01  WS-JOURS                 PIC 9(5).

      * The month the limit review covers and the day it began.
       01  WS-REVUE-SWITCH          PIC X(1) VALUE "N".
           88 REVUE-A-FAIRE         VALUE "Y".
       01  WS-MARQUE-PERIODE        PIC 9(6) VALUE ZERO.
       01  WS-DEBUT-REVUE           PIC 9(8).
       01  WS-DEBUT-REVUE-GROUPE REDEFINES WS-DEBUT-REVUE.
           05 WS-REVUE-YYYY         PIC 9(4).
           05 WS-REVUE-MM           PIC 9(2).
           05 WS-REVUE-DD           PIC 9(2).

       01  WS-RULE-CNT              PIC 9(2) VALUE ZERO.
       01  WS-G                     PIC 9(2).
       01  WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 20 TIMES
                   DEPENDING ON WS-RULE-CNT
                   INDEXED BY RGX.
               10 WS-RG-SIGNAL      PIC X(4).
               10 WS-RG-POIDS       PIC 9(3).
               10 WS-RG-PLAFOND     PIC 9(3).

      * One slot per master account, with its signals and score.
       01  WS-ACCOUNT-CNT           PIC 9(4) VALUE ZERO.
       01  WS-A                     PIC 9(4).
       01  WS-COMPTE-TROUVE         PIC 9(4).
       01  WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON WS-ACCOUNT-CNT
                   INDEXED BY ACX.
               10 WS-AC-ID          PIC X(6).
               10 WS-AC-NOM         PIC X(20).
               10 WS-AC-SOLDE       PIC S9(7)V99.
               10 WS-AC-LIMITE      PIC 9(7)V99.
               10 WS-AC-DATE-ENT    PIC 9(8).
               10 WS-AC-SOLDE-JRN   PIC S9(7)V99.
               10 WS-AC-JDEC        PIC 9(5).
               10 WS-AC-FRAI        PIC 9(3).
               10 WS-AC-VELO        PIC 9(3).
               10 WS-AC-GEL         PIC 9(1).
               10 WS-AC-DORM        PIC 9(1).
               10 WS-AC-PREL        PIC 9(3).
               10 WS-AC-POINTS      PIC 9(5).
               10 WS-AC-NIVEAU      PIC 9(1).
               10 WS-AC-DEPUIS      PIC 9(8).

      * One slot per customer of the cross-reference.
       01  WS-CUST-CNT              PIC 9(4) VALUE ZERO.
       01  WS-C                     PIC 9(4).
       01  WS-CLIENT-TROUVE         PIC 9(4).
       01  WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON WS-CUST-CNT
                   INDEXED BY CUX.
               10 WS-CU-ID          PIC X(6).
               10 WS-CU-NOM         PIC X(30).
               10 WS-CU-SCORE       PIC 9(5).
               10 WS-CU-NIVEAU      PIC 9(1).
               10 WS-CU-NOTE        PIC X(1).
               10 WS-CU-NOTE-PREC   PIC X(1).
               10 WS-CU-DEPUIS      PIC 9(8).

       01  WS-LINK-CNT              PIC 9(4) VALUE ZERO.
       01  WS-L                     PIC 9(4).
       01  WS-LINK-TABLE.
           05 WS-LINK-ENTRY OCCURS 4000 TIMES
                   DEPENDING ON WS-LINK-CNT
                   INDEXED BY LKX.
               10 WS-LK-CLIENT      PIC 9(4).
               10 WS-LK-COMPTE      PIC 9(4).

       01  WS-CLE-COMPTE            PIC X(6).
       01  WS-SIG-CODE              PIC X(4).
       01  WS-SIG-NB                PIC 9(5).
       01  WS-SIG-POINTS            PIC 9(7).

       01  WS-NOUVELLE-LIMITE       PIC 9(7)V99.
       01  WS-TAUX-LIMITE           PIC 9(4).
       01  WS-ACTION                PIC X(7).
       01  WS-MOTIF                 PIC X(30).

       01  WS-LINK-INCONNU-CNT      PIC 9(5) VALUE ZERO.
       01  WS-FAIBLE-CNT            PIC 9(5) VALUE ZERO.
       01  WS-MOYEN-CNT             PIC 9(5) VALUE ZERO.
       01  WS-ELEVE-CNT             PIC 9(5) VALUE ZERO.
       01  WS-CHANGE-CNT            PIC 9(5) VALUE ZERO.
       01  WS-NOUVEAU-ELEVE-CNT     PIC 9(5) VALUE ZERO.
       01  WS-HAUSSE-CNT            PIC 9(5) VALUE ZERO.
       01  WS-BAISSE-CNT            PIC 9(5) VALUE ZERO.
       01  WS-RETRAIT-CNT           PIC 9(5) VALUE ZERO.

       01  WS-NOTE-LIBELLE          PIC X(7).
       01  WS-PREC-LIBELLE          PIC X(7).
       01  WS-LIMITE-EDITE          PIC Z(6)9.99.
       01  WS-NOUVELLE-EDITE        PIC Z(6)9.99.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "CustomerRiskRating".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

       01  WS-RC-SAUVE              PIC S9(4) VALUE ZERO.

      * The detail line waiting while a page heading is written.
       01  WS-LIGNE-EN-ATTENTE      PIC X(100).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-RELEVER-SIGNAUX-DEB
              THRU 2000-RELEVER-SIGNAUX-FIN.

           PERFORM 3000-NOTER-COMPTE-DEB
              THRU 3000-NOTER-COMPTE-FIN
              VARYING WS-A FROM 1 BY 1
              UNTIL WS-A > WS-ACCOUNT-CNT.

           PERFORM 4000-NOTER-CLIENT-DEB
              THRU 4000-NOTER-CLIENT-FIN
              VARYING WS-C FROM 1 BY 1
              UNTIL WS-C > WS-CUST-CNT.

           PERFORM 5000-SAUVEGARDER-NOTES-DEB
              THRU 5000-SAUVEGARDER-NOTES-FIN.

           IF REVUE-A-FAIRE
               PERFORM 6000-REVUE-LIMITES-DEB
                  THRU 6000-REVUE-LIMITES-FIN
           END-IF.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-ENTIER-RUN =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           PERFORM 1100-CHARGER-REGLES-DEB
              THRU 1100-CHARGER-REGLES-FIN.

           PERFORM 1150-CHARGER-PARM-DEB
              THRU 1150-CHARGER-PARM-FIN.
           COMPUTE WS-ENTIER-DEBUT = WS-ENTIER-RUN - WS-FENETRE + 1.

           PERFORM 1200-CHARGER-COMPTES-DEB
              THRU 1200-CHARGER-COMPTES-FIN.

           PERFORM 1300-CHARGER-CLIENTS-DEB
              THRU 1300-CHARGER-CLIENTS-FIN.

           PERFORM 1400-CHARGER-NOTES-DEB
              THRU 1400-CHARGER-NOTES-FIN.

           PERFORM 1500-DECIDER-REVUE-DEB
              THRU 1500-DECIDER-REVUE-FIN.

           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS = "05" OR WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE HISTORY-FILE: "
                       WS-HISTORY-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE "CustomerRiskRating" TO RH-PROGRAM-ID.
           MOVE "NOTATION RISQUE" TO RH-REPORT-TITLE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           PERFORM 8000-ECRIRE-ENTETE-DEB
              THRU 8000-ECRIRE-ENTETE-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

      * The rules are the whole scoring policy: without them there
      * is nothing to rate on, and the run stops.
       1100-CHARGER-REGLES-DEB.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE RULES-FILE: "
                       WS-RULES-STATUS
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-RULES-STATUS = "10"
               READ RULES-FILE
                   AT END
                       MOVE "10" TO WS-RULES-STATUS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RRL-POIDS NOT NUMERIC
                                   OR RRL-PLAFOND NOT NUMERIC
                               DISPLAY "REGLE INVALIDE IGNOREE: "
                                       RISK-RATING-RULE
                           WHEN RRL-SIGNAL NOT = "JDEC"
                                   AND RRL-SIGNAL NOT = "FRAI"
                                   AND RRL-SIGNAL NOT = "VELO"
                                   AND RRL-SIGNAL NOT = "GEL "
                                   AND RRL-SIGNAL NOT = "DORM"
                                   AND RRL-SIGNAL NOT = "PREL"
                               DISPLAY "SIGNAL INCONNU IGNORE: "
                                       RRL-SIGNAL
                           WHEN WS-RULE-CNT < 20
                               ADD 1 TO WS-RULE-CNT
                               SET RGX TO WS-RULE-CNT
                               MOVE RRL-SIGNAL TO WS-RG-SIGNAL(RGX)
                               MOVE RRL-POIDS TO WS-RG-POIDS(RGX)
                               MOVE RRL-PLAFOND TO WS-RG-PLAFOND(RGX)
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE RULES-FILE.

           IF WS-RULE-CNT = ZERO
               DISPLAY "RULES-FILE SANS REGLE VALIDE - ARRET"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-CHARGER-REGLES-FIN.
           EXIT.

       1150-CHARGER-PARM-DEB.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-FENETRE IS NUMERIC
                               AND PRM-FENETRE > ZERO
                           MOVE PRM-FENETRE TO WS-FENETRE
                       END-IF
                       IF PRM-SEUIL-MOYEN IS NUMERIC
                               AND PRM-SEUIL-ELEVE IS NUMERIC
                               AND PRM-SEUIL-MOYEN > ZERO
                               AND PRM-SEUIL-ELEVE > PRM-SEUIL-MOYEN
                           MOVE PRM-SEUIL-MOYEN TO WS-SEUIL-MOYEN
                           MOVE PRM-SEUIL-ELEVE TO WS-SEUIL-ELEVE
                       END-IF
                       IF PRM-HAUSSE-PCT IS NUMERIC
                           MOVE PRM-HAUSSE-PCT TO WS-HAUSSE-PCT
                       END-IF
                       IF PRM-BAISSE-PCT IS NUMERIC
                               AND PRM-BAISSE-PCT < 100
                           MOVE PRM-BAISSE-PCT TO WS-BAISSE-PCT
                       END-IF
                       IF PRM-PLAFOND-LIMITE IS NUMERIC
                           MOVE PRM-PLAFOND-LIMITE
                               TO WS-PLAFOND-LIMITE
                       END-IF
                       IF PRM-FORCER-REVUE = "Y"
                           MOVE "Y" TO WS-FORCER-REVUE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "RISK-RATING-PARM ABSENT - VALEURS PAR DEFAUT"
           END-IF.
           DISPLAY "FENETRE " WS-FENETRE " JOURS - SEUILS "
                   WS-SEUIL-MOYEN "/" WS-SEUIL-ELEVE.
       1150-CHARGER-PARM-FIN.
           EXIT.

      * Envelope records (00 header / 99 trailer) left by the
      * stamping utility are skipped on the way through.
       1200-CHARGER-COMPTES-DEB.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE ACCOUNT-MASTER-FILE: "
                       WS-MASTER-STATUS
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-MASTER-STATUS = "10"
               READ ACCOUNT-MASTER-FILE
                   AT END
                       MOVE "10" TO WS-MASTER-STATUS
                   NOT AT END
                       IF ACCOUNT-MASTER-RECORD(1:2) NOT = "00"
                               AND ACCOUNT-MASTER-RECORD(1:2)
                                   NOT = "99"
                               AND WS-ACCOUNT-CNT < 2000
                           ADD 1 TO WS-ACCOUNT-CNT
                           SET ACX TO WS-ACCOUNT-CNT
                           MOVE ACC-ID TO WS-AC-ID(ACX)
                           MOVE ACC-NAME TO WS-AC-NOM(ACX)
                           MOVE ACC-SOLDE TO WS-AC-SOLDE(ACX)
                           MOVE ACC-LIMITE-DECOUVERT
                               TO WS-AC-LIMITE(ACX)
                           MOVE ZERO TO WS-AC-DATE-ENT(ACX)
                           MOVE ZERO TO WS-AC-SOLDE-JRN(ACX)
                           MOVE ZERO TO WS-AC-JDEC(ACX)
                           MOVE ZERO TO WS-AC-FRAI(ACX)
                           MOVE ZERO TO WS-AC-VELO(ACX)
                           MOVE ZERO TO WS-AC-GEL(ACX)
                           MOVE ZERO TO WS-AC-DORM(ACX)
                           MOVE ZERO TO WS-AC-PREL(ACX)
                           MOVE ZERO TO WS-AC-POINTS(ACX)
                           MOVE ZERO TO WS-AC-NIVEAU(ACX)
                           MOVE ZERO TO WS-AC-DEPUIS(ACX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MASTER-FILE.
       1200-CHARGER-COMPTES-FIN.
           EXIT.

      * The customers rated are the customers of the cross-
      * reference; a link to an account the master does not know
      * is counted and left out.
       1300-CHARGER-CLIENTS-DEB.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE XREF-FILE: "
                       WS-XREF-STATUS
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-XREF-STATUS = "10"
               READ XREF-FILE
                   AT END
                       MOVE "10" TO WS-XREF-STATUS
                   NOT AT END
                       PERFORM 1310-LIER-CLIENT-DEB
                          THRU 1310-LIER-CLIENT-FIN
               END-READ
           END-PERFORM.
           CLOSE XREF-FILE.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS = "00"
               PERFORM UNTIL WS-CUSTOMER-STATUS = "10"
                   READ CUSTOMER-FILE
                       AT END
                           MOVE "10" TO WS-CUSTOMER-STATUS
                       NOT AT END
                           PERFORM VARYING WS-C FROM 1 BY 1
                                   UNTIL WS-C > WS-CUST-CNT
                               IF WS-CU-ID(WS-C) = CF-ID
                                   MOVE CF-NAME TO WS-CU-NOM(WS-C)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.
       1300-CHARGER-CLIENTS-FIN.
           EXIT.

       1310-LIER-CLIENT-DEB.
           MOVE CAX-ACC-ID TO WS-CLE-COMPTE.
           PERFORM 2900-CHERCHER-COMPTE-DEB
              THRU 2900-CHERCHER-COMPTE-FIN.
           IF WS-COMPTE-TROUVE = ZERO
               ADD 1 TO WS-LINK-INCONNU-CNT
           ELSE
               MOVE ZERO TO WS-CLIENT-TROUVE
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-CUST-CNT
                   IF WS-CU-ID(WS-C) = CAX-CUST-ID
                       MOVE WS-C TO WS-CLIENT-TROUVE
                   END-IF
               END-PERFORM
               IF WS-CLIENT-TROUVE = ZERO AND WS-CUST-CNT < 2000
                   ADD 1 TO WS-CUST-CNT
                   SET CUX TO WS-CUST-CNT
                   MOVE CAX-CUST-ID TO WS-CU-ID(CUX)
                   MOVE SPACES TO WS-CU-NOM(CUX)
                   MOVE ZERO TO WS-CU-SCORE(CUX)
                   MOVE ZERO TO WS-CU-NIVEAU(CUX)
                   MOVE SPACE TO WS-CU-NOTE(CUX)
                   MOVE SPACE TO WS-CU-NOTE-PREC(CUX)
                   MOVE ZERO TO WS-CU-DEPUIS(CUX)
                   MOVE WS-CUST-CNT TO WS-CLIENT-TROUVE
               END-IF
               IF WS-CLIENT-TROUVE > ZERO AND WS-LINK-CNT < 4000
                   ADD 1 TO WS-LINK-CNT
                   SET LKX TO WS-LINK-CNT
                   MOVE WS-CLIENT-TROUVE TO WS-LK-CLIENT(LKX)
                   MOVE WS-COMPTE-TROUVE TO WS-LK-COMPTE(LKX)
               END-IF
           END-IF.
       1310-LIER-CLIENT-FIN.
           EXIT.

      * Yesterday's ratings: the previous note and the day it was
      * taken, for change detection and the limit review.
       1400-CHARGER-NOTES-DEB.
           OPEN INPUT RATING-FILE.
           IF WS-RATING-STATUS = "00"
               PERFORM UNTIL WS-RATING-STATUS = "10"
                   READ RATING-FILE
                       AT END
                           MOVE "10" TO WS-RATING-STATUS
                       NOT AT END
                           PERFORM VARYING WS-C FROM 1 BY 1
                                   UNTIL WS-C > WS-CUST-CNT
                               IF WS-CU-ID(WS-C) = CRR-CUST-ID
                                   MOVE CRR-NOTE
                                       TO WS-CU-NOTE-PREC(WS-C)
                                   MOVE CRR-DEPUIS
                                       TO WS-CU-DEPUIS(WS-C)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE RATING-FILE
           END-IF.
       1400-CHARGER-NOTES-FIN.
           EXIT.

      * The review is due on the first run of a month not yet
      * reviewed; it covers the month before the run.
       1500-DECIDER-REVUE-DEB.
           OPEN INPUT MARK-FILE.
           IF WS-MARK-STATUS = "00"
               READ MARK-FILE
                   NOT AT END
                       IF MRK-PERIODE IS NUMERIC
                           MOVE MRK-PERIODE TO WS-MARQUE-PERIODE
                       END-IF
               END-READ
               CLOSE MARK-FILE
           END-IF.

           IF WS-RUN-PERIODE > WS-MARQUE-PERIODE
                   OR WS-FORCER-REVUE = "Y"
               MOVE "Y" TO WS-REVUE-SWITCH
           END-IF.

           MOVE WS-RUN-YYYY TO WS-REVUE-YYYY.
           MOVE WS-RUN-MM TO WS-REVUE-MM.
           MOVE 01 TO WS-REVUE-DD.
           IF WS-REVUE-MM = 01
               MOVE 12 TO WS-REVUE-MM
               SUBTRACT 1 FROM WS-REVUE-YYYY
           ELSE
               SUBTRACT 1 FROM WS-REVUE-MM
           END-IF.
       1500-DECIDER-REVUE-FIN.
           EXIT.

       2000-RELEVER-SIGNAUX-DEB.
           PERFORM 2100-JOURS-DECOUVERT-DEB
              THRU 2100-JOURS-DECOUVERT-FIN.

           OPEN INPUT ACCRUAL-REGISTER-FILE.
           IF WS-ACCRUAL-STATUS = "00"
               PERFORM UNTIL WS-ACCRUAL-STATUS = "10"
                   READ ACCRUAL-REGISTER-FILE
                       AT END
                           MOVE "10" TO WS-ACCRUAL-STATUS
                       NOT AT END
                           IF ARG-TYPE = "FRAIS"
                               MOVE ARG-ACC-ID TO WS-CLE-COMPTE
                               PERFORM 2900-CHERCHER-COMPTE-DEB
                                  THRU 2900-CHERCHER-COMPTE-FIN
                               IF WS-COMPTE-TROUVE > ZERO
                                   ADD 1 TO WS-AC-FRAI(WS-COMPTE-TROUVE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-REGISTER-FILE
           END-IF.

           OPEN INPUT VELOCITY-ALERT-FILE.
           IF WS-VELOCITY-STATUS = "00"
               PERFORM UNTIL WS-VELOCITY-STATUS = "10"
                   READ VELOCITY-ALERT-FILE
                       AT END
                           MOVE "10" TO WS-VELOCITY-STATUS
                       NOT AT END
                           MOVE VEL-ACC-ID TO WS-CLE-COMPTE
                           PERFORM 2900-CHERCHER-COMPTE-DEB
                              THRU 2900-CHERCHER-COMPTE-FIN
                           IF WS-COMPTE-TROUVE > ZERO
                               ADD 1 TO WS-AC-VELO(WS-COMPTE-TROUVE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VELOCITY-ALERT-FILE
           END-IF.

           OPEN INPUT FREEZE-FILE.
           IF WS-FREEZE-STATUS = "00"
               PERFORM UNTIL WS-FREEZE-STATUS = "10"
                   READ FREEZE-FILE
                       AT END
                           MOVE "10" TO WS-FREEZE-STATUS
                       NOT AT END
                           MOVE FRZ-ACC-ID TO WS-CLE-COMPTE
                           PERFORM 2900-CHERCHER-COMPTE-DEB
                              THRU 2900-CHERCHER-COMPTE-FIN
                           IF WS-COMPTE-TROUVE > ZERO
                                   AND FRZ-STATUT = "F"
                               IF FRZ-MOTIF = "DORMANCE"
                                   MOVE 1
                                       TO WS-AC-DORM(WS-COMPTE-TROUVE)
                               ELSE
                                   MOVE 1
                                       TO WS-AC-GEL(WS-COMPTE-TROUVE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREEZE-FILE
           END-IF.

           OPEN INPUT MANDATE-REJECT-FILE.
           IF WS-REJECT-STATUS = "00"
               PERFORM UNTIL WS-REJECT-STATUS = "10"
                   READ MANDATE-REJECT-FILE
                       AT END
                           MOVE "10" TO WS-REJECT-STATUS
                       NOT AT END
                           IF MRJ-LIBELLE = "COMPTE "
                                   AND MRJ-MOTIF = " NON PROVISIONNE"
                               MOVE MRJ-ACC-ID TO WS-CLE-COMPTE
                               PERFORM 2900-CHERCHER-COMPTE-DEB
                                  THRU 2900-CHERCHER-COMPTE-FIN
                               IF WS-COMPTE-TROUVE > ZERO
                                   ADD 1 TO WS-AC-PREL(WS-COMPTE-TROUVE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-REJECT-FILE
           END-IF.
       2000-RELEVER-SIGNAUX-FIN.
           EXIT.

      * Days overdrawn inside the window. The journal gives each
      * account's balance after every posting in run order: a
      * negative balance counts every day until the next posting;
      * the master balance closes the window up to today.
       2100-JOURS-DECOUVERT-DEB.
           OPEN INPUT POSTING-JOURNAL-FILE.
           IF WS-POSTING-STATUS = "00"
               PERFORM UNTIL WS-POSTING-STATUS = "10"
                   READ POSTING-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-POSTING-STATUS
                       NOT AT END
                           PERFORM 2110-SUIVRE-SOLDE-DEB
                              THRU 2110-SUIVRE-SOLDE-FIN
                   END-READ
               END-PERFORM
               CLOSE POSTING-JOURNAL-FILE
           END-IF.

           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ACCOUNT-CNT
               IF WS-AC-SOLDE(WS-A) < ZERO
                   MOVE WS-ENTIER-DEBUT TO WS-ENTIER-DEPART
                   IF WS-AC-DATE-ENT(WS-A) > WS-ENTIER-DEPART
                       MOVE WS-AC-DATE-ENT(WS-A) TO WS-ENTIER-DEPART
                   END-IF
                   COMPUTE WS-JOURS =
                           WS-ENTIER-RUN - WS-ENTIER-DEPART + 1
                   ADD WS-JOURS TO WS-AC-JDEC(WS-A)
               END-IF
               IF WS-AC-JDEC(WS-A) > WS-FENETRE
                   MOVE WS-FENETRE TO WS-AC-JDEC(WS-A)
               END-IF
           END-PERFORM.
       2100-JOURS-DECOUVERT-FIN.
           EXIT.

       2110-SUIVRE-SOLDE-DEB.
           IF JRN-DATE IS NUMERIC AND JRN-DATE > 16010101
                   AND JRN-DATE <= WS-RUN-DATE
               MOVE JRN-ACC-ID TO WS-CLE-COMPTE
               PERFORM 2900-CHERCHER-COMPTE-DEB
                  THRU 2900-CHERCHER-COMPTE-FIN
           ELSE
               MOVE ZERO TO WS-COMPTE-TROUVE
           END-IF.

           IF WS-COMPTE-TROUVE > ZERO
               MOVE WS-COMPTE-TROUVE TO WS-A
               COMPUTE WS-ENTIER-LIGNE =
                       FUNCTION INTEGER-OF-DATE(JRN-DATE)
               IF WS-ENTIER-LIGNE >= WS-AC-DATE-ENT(WS-A)
                   IF WS-AC-DATE-ENT(WS-A) > ZERO
                           AND WS-AC-SOLDE-JRN(WS-A) < ZERO
                       MOVE WS-ENTIER-DEBUT TO WS-ENTIER-DEPART
                       IF WS-AC-DATE-ENT(WS-A) > WS-ENTIER-DEPART
                           MOVE WS-AC-DATE-ENT(WS-A)
                               TO WS-ENTIER-DEPART
                       END-IF
                       IF WS-ENTIER-LIGNE > WS-ENTIER-DEPART
                           COMPUTE WS-JOURS =
                                   WS-ENTIER-LIGNE - WS-ENTIER-DEPART
                           ADD WS-JOURS TO WS-AC-JDEC(WS-A)
                       END-IF
                   END-IF
                   MOVE WS-ENTIER-LIGNE TO WS-AC-DATE-ENT(WS-A)
                   MOVE JRN-SOLDE-APRES TO WS-AC-SOLDE-JRN(WS-A)
               END-IF
           END-IF.
       2110-SUIVRE-SOLDE-FIN.
           EXIT.

      * WS-CLE-COMPTE holds the account looked for; the slot comes
      * back in WS-COMPTE-TROUVE (zero when the master does not
      * know it).
       2900-CHERCHER-COMPTE-DEB.
           MOVE ZERO TO WS-COMPTE-TROUVE.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ACCOUNT-CNT
                      OR WS-COMPTE-TROUVE > ZERO
               IF WS-AC-ID(WS-A) = WS-CLE-COMPTE
                   MOVE WS-A TO WS-COMPTE-TROUVE
               END-IF
           END-PERFORM.
       2900-CHERCHER-COMPTE-FIN.
           EXIT.

       3000-NOTER-COMPTE-DEB.
           MOVE "JDEC" TO WS-SIG-CODE.
           MOVE WS-AC-JDEC(WS-A) TO WS-SIG-NB.
           PERFORM 3100-APPLIQUER-REGLE-DEB
              THRU 3100-APPLIQUER-REGLE-FIN.
           MOVE "FRAI" TO WS-SIG-CODE.
           MOVE WS-AC-FRAI(WS-A) TO WS-SIG-NB.
           PERFORM 3100-APPLIQUER-REGLE-DEB
              THRU 3100-APPLIQUER-REGLE-FIN.
           MOVE "VELO" TO WS-SIG-CODE.
           MOVE WS-AC-VELO(WS-A) TO WS-SIG-NB.
           PERFORM 3100-APPLIQUER-REGLE-DEB
              THRU 3100-APPLIQUER-REGLE-FIN.
           MOVE "GEL " TO WS-SIG-CODE.
           MOVE WS-AC-GEL(WS-A) TO WS-SIG-NB.
           PERFORM 3100-APPLIQUER-REGLE-DEB
              THRU 3100-APPLIQUER-REGLE-FIN.
           MOVE "DORM" TO WS-SIG-CODE.
           MOVE WS-AC-DORM(WS-A) TO WS-SIG-NB.
           PERFORM 3100-APPLIQUER-REGLE-DEB
              THRU 3100-APPLIQUER-REGLE-FIN.
           MOVE "PREL" TO WS-SIG-CODE.
           MOVE WS-AC-PREL(WS-A) TO WS-SIG-NB.
           PERFORM 3100-APPLIQUER-REGLE-DEB
              THRU 3100-APPLIQUER-REGLE-FIN.
       3000-NOTER-COMPTE-FIN.
           EXIT.

      * Points of one signal on one account, held to the rule's
      * ceiling. A signal without a rule scores nothing.
       3100-APPLIQUER-REGLE-DEB.
           IF WS-SIG-NB > ZERO
               PERFORM VARYING WS-G FROM 1 BY 1
                       UNTIL WS-G > WS-RULE-CNT
                   IF WS-RG-SIGNAL(WS-G) = WS-SIG-CODE
                       COMPUTE WS-SIG-POINTS =
                               WS-SIG-NB * WS-RG-POIDS(WS-G)
                       IF WS-RG-PLAFOND(WS-G) > ZERO
                               AND WS-SIG-POINTS > WS-RG-PLAFOND(WS-G)
                           MOVE WS-RG-PLAFOND(WS-G) TO WS-SIG-POINTS
                       END-IF
                       ADD WS-SIG-POINTS TO WS-AC-POINTS(WS-A)
                   END-IF
               END-PERFORM
           END-IF.
       3100-APPLIQUER-REGLE-FIN.
           EXIT.

      * A customer scores the points of every account it holds;
      * the thresholds turn the score into a rating.
       4000-NOTER-CLIENT-DEB.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           MOVE ZERO TO WS-CU-SCORE(WS-C).
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LINK-CNT
               IF WS-LK-CLIENT(WS-L) = WS-C
                   MOVE WS-LK-COMPTE(WS-L) TO WS-A
                   IF WS-CU-SCORE(WS-C) + WS-AC-POINTS(WS-A) > 99999
                       MOVE 99999 TO WS-CU-SCORE(WS-C)
                   ELSE
                       ADD WS-AC-POINTS(WS-A) TO WS-CU-SCORE(WS-C)
                   END-IF
               END-IF
           END-PERFORM.
           ADD WS-CU-SCORE(WS-C) TO CT-INPUT-HASH-TOTAL.

           EVALUATE TRUE
               WHEN WS-CU-SCORE(WS-C) >= WS-SEUIL-ELEVE
                   MOVE 3 TO WS-CU-NIVEAU(WS-C)
                   MOVE "H" TO WS-CU-NOTE(WS-C)
                   ADD 1 TO WS-ELEVE-CNT
               WHEN WS-CU-SCORE(WS-C) >= WS-SEUIL-MOYEN
                   MOVE 2 TO WS-CU-NIVEAU(WS-C)
                   MOVE "M" TO WS-CU-NOTE(WS-C)
                   ADD 1 TO WS-MOYEN-CNT
               WHEN OTHER
                   MOVE 1 TO WS-CU-NIVEAU(WS-C)
                   MOVE "L" TO WS-CU-NOTE(WS-C)
                   ADD 1 TO WS-FAIBLE-CNT
           END-EVALUATE.

           IF WS-CU-NOTE(WS-C) NOT = WS-CU-NOTE-PREC(WS-C)
               PERFORM 4100-CHANGER-NOTE-DEB
                  THRU 4100-CHANGER-NOTE-FIN
           END-IF.

      * Every account takes the worst rating of its holders, and
      * the latest day one of them took it.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LINK-CNT
               IF WS-LK-CLIENT(WS-L) = WS-C
                   MOVE WS-LK-COMPTE(WS-L) TO WS-A
                   IF WS-CU-NIVEAU(WS-C) > WS-AC-NIVEAU(WS-A)
                       MOVE WS-CU-NIVEAU(WS-C) TO WS-AC-NIVEAU(WS-A)
                   END-IF
                   IF WS-CU-DEPUIS(WS-C) > WS-AC-DEPUIS(WS-A)
                       MOVE WS-CU-DEPUIS(WS-C) TO WS-AC-DEPUIS(WS-A)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 4200-IMPRIMER-CLIENT-DEB
              THRU 4200-IMPRIMER-CLIENT-FIN.
       4000-NOTER-CLIENT-FIN.
           EXIT.

       4100-CHANGER-NOTE-DEB.
           ADD 1 TO WS-CHANGE-CNT.
           MOVE WS-RUN-DATE TO WS-CU-DEPUIS(WS-C).
           IF WS-CU-NOTE(WS-C) = "H"
               ADD 1 TO WS-NOUVEAU-ELEVE-CNT
           END-IF.

           MOVE WS-RUN-DATE TO HRR-DATE.
           MOVE WS-CU-ID(WS-C) TO HRR-CUST-ID.
           MOVE WS-CU-NOTE(WS-C) TO HRR-NOTE.
           MOVE WS-CU-SCORE(WS-C) TO HRR-SCORE.
           MOVE WS-CU-NOTE-PREC(WS-C) TO HRR-NOTE-PRECEDENTE.
           WRITE RISK-RATING-HISTORY.

           MOVE SPACES TO WS-AT-BEFORE.
           STRING WS-CU-ID(WS-C) " RISQUE=" WS-CU-NOTE-PREC(WS-C)
                  DELIMITED BY SIZE INTO WS-AT-BEFORE.
           MOVE SPACES TO WS-AT-AFTER.
           STRING WS-CU-ID(WS-C) " RISQUE=" WS-CU-NOTE(WS-C)
                  " SCORE=" WS-CU-SCORE(WS-C)
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.
       4100-CHANGER-NOTE-FIN.
           EXIT.

       4200-IMPRIMER-CLIENT-DEB.
           MOVE WS-CU-NOTE-PREC(WS-C) TO WS-SIG-CODE.
           PERFORM 8200-LIBELLE-NOTE-DEB
              THRU 8200-LIBELLE-NOTE-FIN.
           MOVE WS-NOTE-LIBELLE TO WS-PREC-LIBELLE.
           MOVE WS-CU-NOTE(WS-C) TO WS-SIG-CODE.
           PERFORM 8200-LIBELLE-NOTE-DEB
              THRU 8200-LIBELLE-NOTE-FIN.

           MOVE SPACES TO REPORT-LINE.
           STRING WS-CU-ID(WS-C) " " WS-CU-NOM(WS-C)
                  " SCORE=" WS-CU-SCORE(WS-C)
                  " " WS-NOTE-LIBELLE " (AVANT " WS-PREC-LIBELLE
                  ") DEPUIS " WS-CU-DEPUIS(WS-C)
                  DELIMITED BY SIZE INTO REPORT-LINE.
           IF WS-CU-NOTE(WS-C) NOT = WS-CU-NOTE-PREC(WS-C)
               MOVE "CHANGEMENT" TO REPORT-LINE(91:10)
           END-IF.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.

           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LINK-CNT
               IF WS-LK-CLIENT(WS-L) = WS-C
                   MOVE WS-LK-COMPTE(WS-L) TO WS-A
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-AC-ID(WS-A)
                          " JDEC=" WS-AC-JDEC(WS-A)
                          " FRAI=" WS-AC-FRAI(WS-A)
                          " VELO=" WS-AC-VELO(WS-A)
                          " GEL=" WS-AC-GEL(WS-A)
                          " DORM=" WS-AC-DORM(WS-A)
                          " PREL=" WS-AC-PREL(WS-A)
                          " POINTS=" WS-AC-POINTS(WS-A)
                          DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM 8100-ECRIRE-LIGNE-DEB
                      THRU 8100-ECRIRE-LIGNE-FIN
               END-IF
           END-PERFORM.
       4200-IMPRIMER-CLIENT-FIN.
           EXIT.

       5000-SAUVEGARDER-NOTES-DEB.
           OPEN OUTPUT RATING-FILE.
           IF WS-RATING-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE RATING-FILE: "
                       WS-RATING-STATUS
               STOP RUN
           END-IF.

           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CUST-CNT
               MOVE WS-CU-ID(WS-C) TO CRR-CUST-ID
               MOVE WS-CU-NOTE(WS-C) TO CRR-NOTE
               MOVE WS-CU-SCORE(WS-C) TO CRR-SCORE
               MOVE WS-CU-DEPUIS(WS-C) TO CRR-DEPUIS
               WRITE CUSTOMER-RISK-RATING-RECORD
               ADD 1 TO CT-OUTPUT-RECORD-COUNT
               ADD CRR-SCORE TO CT-OUTPUT-HASH-TOTAL
           END-PERFORM.

           CLOSE RATING-FILE.
       5000-SAUVEGARDER-NOTES-FIN.
           EXIT.

      * Monthly limit review of every rated account.
       6000-REVUE-LIMITES-DEB.
           OPEN OUTPUT REVIEW-TXN-FILE.
           IF WS-REVIEW-TXN-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REVIEW-TXN-FILE: "
                       WS-REVIEW-TXN-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REVIEW-REPORT-FILE.
           IF WS-REVIEW-RPT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REVIEW-REPORT-FILE: "
                       WS-REVIEW-RPT-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "CustomerRiskRating REVUE DES LIMITES DU MOIS "
                  WS-REVUE-YYYY "-" WS-REVUE-MM
                  " DATE:" RH-RUN-DATE
                  DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "COMPTE NOM                  NOTE   "
                  "LIMITE ACTUELLE LIMITE PROPOSEE ACTION  MOTIF"
                  DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.

           PERFORM 6100-REVOIR-COMPTE-DEB
              THRU 6100-REVOIR-COMPTE-FIN
              VARYING WS-A FROM 1 BY 1
              UNTIL WS-A > WS-ACCOUNT-CNT.

           MOVE SPACES TO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.
           MOVE SPACES TO REVIEW-REPORT-LINE.
           STRING "HAUSSES: " WS-HAUSSE-CNT
                  "  BAISSES: " WS-BAISSE-CNT
                  "  RETRAITS: " WS-RETRAIT-CNT
                  DELIMITED BY SIZE INTO REVIEW-REPORT-LINE.
           WRITE REVIEW-REPORT-LINE.

           CLOSE REVIEW-TXN-FILE.
           CLOSE REVIEW-REPORT-FILE.

           OPEN OUTPUT MARK-FILE.
           IF WS-MARK-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE MARK-FILE: "
                       WS-MARK-STATUS
               STOP RUN
           END-IF.
           MOVE WS-RUN-PERIODE TO MRK-PERIODE.
           WRITE RISK-REVIEW-MARK.
           CLOSE MARK-FILE.
       6000-REVUE-LIMITES-FIN.
           EXIT.

      * An account no customer holds has no rating and is left out.
       6100-REVOIR-COMPTE-DEB.
           MOVE SPACES TO WS-ACTION.
           MOVE SPACES TO WS-MOTIF.
           MOVE WS-AC-LIMITE(WS-A) TO WS-NOUVELLE-LIMITE.

           EVALUATE TRUE
               WHEN WS-AC-NIVEAU(WS-A) = 3
                       AND WS-AC-LIMITE(WS-A) > ZERO
                   MOVE ZERO TO WS-NOUVELLE-LIMITE
                   MOVE "RETRAIT" TO WS-ACTION
                   MOVE "TITULAIRE A RISQUE ELEVE" TO WS-MOTIF
                   ADD 1 TO WS-RETRAIT-CNT
               WHEN WS-AC-NIVEAU(WS-A) = 2
                       AND WS-AC-LIMITE(WS-A) > ZERO
                   COMPUTE WS-TAUX-LIMITE = 100 - WS-BAISSE-PCT
                   COMPUTE WS-NOUVELLE-LIMITE ROUNDED =
                           WS-AC-LIMITE(WS-A) * WS-TAUX-LIMITE / 100
                   MOVE "BAISSE" TO WS-ACTION
                   MOVE "TITULAIRE A RISQUE MOYEN" TO WS-MOTIF
                   ADD 1 TO WS-BAISSE-CNT
               WHEN WS-AC-NIVEAU(WS-A) = 1
                       AND WS-AC-DEPUIS(WS-A) <= WS-DEBUT-REVUE
                       AND WS-AC-JDEC(WS-A) > ZERO
                       AND WS-AC-LIMITE(WS-A) > ZERO
                       AND WS-AC-LIMITE(WS-A) < WS-PLAFOND-LIMITE
                       AND WS-HAUSSE-PCT > ZERO
                   COMPUTE WS-TAUX-LIMITE = 100 + WS-HAUSSE-PCT
                   COMPUTE WS-NOUVELLE-LIMITE ROUNDED =
                           WS-AC-LIMITE(WS-A) * WS-TAUX-LIMITE / 100
                   IF WS-NOUVELLE-LIMITE > WS-PLAFOND-LIMITE
                       MOVE WS-PLAFOND-LIMITE TO WS-NOUVELLE-LIMITE
                   END-IF
                   MOVE "HAUSSE" TO WS-ACTION
                   MOVE "DECOUVERT UTILISE SANS RISQUE" TO WS-MOTIF
                   ADD 1 TO WS-HAUSSE-CNT
           END-EVALUATE.

           IF WS-ACTION NOT = SPACES
               MOVE "L" TO LRV-ACTION
               MOVE WS-AC-ID(WS-A) TO LRV-ACC-ID
               MOVE WS-AC-NOM(WS-A) TO LRV-NAME
               MOVE WS-NOUVELLE-LIMITE TO LRV-MONTANT
               WRITE LIMIT-REVIEW-TRANSACTION

               EVALUATE WS-AC-NIVEAU(WS-A)
                   WHEN 3 MOVE "H" TO WS-SIG-CODE
                   WHEN 2 MOVE "M" TO WS-SIG-CODE
                   WHEN OTHER MOVE "L" TO WS-SIG-CODE
               END-EVALUATE
               PERFORM 8200-LIBELLE-NOTE-DEB
                  THRU 8200-LIBELLE-NOTE-FIN
               MOVE WS-AC-LIMITE(WS-A) TO WS-LIMITE-EDITE
               MOVE WS-NOUVELLE-LIMITE TO WS-NOUVELLE-EDITE
               MOVE SPACES TO REVIEW-REPORT-LINE
               STRING WS-AC-ID(WS-A) " " WS-AC-NOM(WS-A)
                      " " WS-NOTE-LIBELLE " " WS-LIMITE-EDITE
                      "      " WS-NOUVELLE-EDITE
                      "      " WS-ACTION " " WS-MOTIF
                      DELIMITED BY SIZE INTO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
           END-IF.
       6100-REVOIR-COMPTE-FIN.
           EXIT.

       8000-ECRIRE-ENTETE-DEB.
           ADD 1 TO RH-PAGE-NUMBER.
           MOVE SPACES TO RH-HEADING-LINE-1.
           STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                  " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                  DELIMITED BY SIZE INTO RH-HEADING-LINE-1.
           MOVE SPACES TO REPORT-LINE.
           MOVE RH-HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CLIENT NOM                            "
                  "SCORE       NOTE (PRECEDENTE)  DEPUIS"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 2 TO RH-LINE-COUNT.
       8000-ECRIRE-ENTETE-FIN.
           EXIT.

       8100-ECRIRE-LIGNE-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               MOVE REPORT-LINE TO WS-LIGNE-EN-ATTENTE
               PERFORM 8000-ECRIRE-ENTETE-DEB
                  THRU 8000-ECRIRE-ENTETE-FIN
               MOVE WS-LIGNE-EN-ATTENTE TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       8100-ECRIRE-LIGNE-FIN.
           EXIT.

      * Rating code in WS-SIG-CODE, printed label out.
       8200-LIBELLE-NOTE-DEB.
           EVALUATE WS-SIG-CODE(1:1)
               WHEN "L" MOVE "FAIBLE" TO WS-NOTE-LIBELLE
               WHEN "M" MOVE "MOYEN" TO WS-NOTE-LIBELLE
               WHEN "H" MOVE "ELEVE" TO WS-NOTE-LIBELLE
               WHEN OTHER MOVE "NOUVEAU" TO WS-NOTE-LIBELLE
           END-EVALUATE.
       8200-LIBELLE-NOTE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE REPORT-FILE.
           CLOSE HISTORY-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "NOTATION DU RISQUE CLIENT TERMINEE.".
           DISPLAY "COMPTES LUS           : " WS-ACCOUNT-CNT.
           DISPLAY "CLIENTS NOTES         : " WS-CUST-CNT.
           DISPLAY "LIENS SANS COMPTE     : " WS-LINK-INCONNU-CNT.
           DISPLAY "RISQUE FAIBLE         : " WS-FAIBLE-CNT.
           DISPLAY "RISQUE MOYEN          : " WS-MOYEN-CNT.
           DISPLAY "RISQUE ELEVE          : " WS-ELEVE-CNT.
           DISPLAY "NOTES CHANGEES        : " WS-CHANGE-CNT.
           DISPLAY "DONT PASSES EN ELEVE  : " WS-NOUVEAU-ELEVE-CNT.
           IF REVUE-A-FAIRE
               DISPLAY "REVUE DES LIMITES    : " WS-REVUE-YYYY "-"
                       WS-REVUE-MM
               DISPLAY "  HAUSSES PROPOSEES   : " WS-HAUSSE-CNT
               DISPLAY "  BAISSES PROPOSEES   : " WS-BAISSE-CNT
               DISPLAY "  RETRAITS PROPOSES   : " WS-RETRAIT-CNT
           END-IF.
           DISPLAY "------------------------------------------------".

      * The control-total call resets RETURN-CODE; keep this run's.
           IF WS-NOUVEAU-ELEVE-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9000-TERMINAISON-FIN.
           EXIT.
