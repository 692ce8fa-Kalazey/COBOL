       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanScheduleBatch.
       AUTHOR. Mathieu.

      * Grants member loans and builds their amortization schedules.
      * The repayment plan of a loan used to live in a spreadsheet
      * and its monthly debit was keyed by hand. The loan intake
      * carries two actions: N grants a new loan (account, principal,
      * annual rate, term in months, first due date) and R books an
      * early repayment against an existing loan. A new loan gets
      * its full constant-instalment schedule - interest on the
      * outstanding principal at the monthly rate, the rest of the
      * instalment to principal, the last line clearing whatever
      * rounding left behind - with each due date rolled month by
      * month from the first one and pushed to a business day by
      * BusinessDayCalculator, as StandingOrderBatch does for its
      * orders. An early repayment is debited from the member
      * account through the raw transaction intake and the
      * instalments not yet fallen due are recalculated over the
      * same remaining term on the reduced principal; a repayment
      * of the whole outstanding principal (or an amount of zero)
      * pays the loan off and drops its unfallen lines. Arrears
      * already fallen due are not touched here - LoanRepaymentBatch
      * keeps pursuing them. A loan id keyed AUTO draws its number
      * from NextNumberIssuer (family L). The schedule is rebuilt as
      * a new generation and sorted back into loan/instalment
      * order; every loan created or recalculated prints on the
      * schedule report and every master change goes to the audit
      * trail. The intake is emptied once the schedule and the
      * master are written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN DYNAMIC WS-LOAN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT LOAN-TXN-FILE ASSIGN DYNAMIC WS-LTX-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LTX-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SCHEDULE-FILE ASSIGN DYNAMIC WS-SCHEDULE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT NEW-SCHEDULE-FILE ASSIGN DYNAMIC WS-NEW-SCHED-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-SCHED-STATUS.

           SELECT SORT-WORK-FILE ASSIGN "SORTWORK".

           SELECT TRANSACTION-FILE ASSIGN DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY "LoanMaster.cpy".

      * N new loan: account, principal, rate, term, first due date.
      * R early repayment: loan id, amount (zero = pay off whole
      * outstanding principal), repayment date.
       FD  LOAN-TXN-FILE.
       01  LOAN-TXN-RECORD.
           05 LTX-ACTION            PIC X(1).
               88 LTX-NOUVEAU       VALUE "N".
               88 LTX-ANTICIPE      VALUE "R".
           05 LTX-LOAN-ID           PIC X(6).
           05 LTX-ACC-ID            PIC X(6).
           05 LTX-MONTANT           PIC 9(7)V99.
           05 LTX-TAUX              PIC 9(2)V9(4).
           05 LTX-DUREE             PIC 9(3).
           05 LTX-DATE              PIC 9(8).

       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           05 ACC-ID                PIC X(6).
           05 ACC-NAME              PIC X(20).
           05 ACC-SOLDE             PIC S9(7)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05 ACC-LIMITE-DECOUVERT  PIC 9(7)V99.

       FD  SCHEDULE-FILE.
           COPY "LoanSchedule.cpy".

       FD  NEW-SCHEDULE-FILE.
       01  NEW-SCHEDULE-RECORD      PIC X(63).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SRT-LOAN-ID           PIC X(6).
           05 SRT-NUMERO            PIC 9(3).
           05 SRT-RESTE             PIC X(54).

       FD  TRANSACTION-FILE.
       01  ACCOUNT-TRANSACTION.
           05 TXN-ACC-ID            PIC X(6).
           05 TXN-TYPE              PIC X(1).
           05 TXN-MONTANT           PIC 9(7)V99.
           05 TXN-DATE              PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-LOAN-PATH             PIC X(40)
                                 VALUE "Data/LOAN-MASTER.txt".
       01  WS-LTX-PATH              PIC X(40)
                                 VALUE "Data/LOAN-TXN.txt".
       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/ACCOUNT-MASTER.txt".
       01  WS-SCHEDULE-PATH         PIC X(40)
                                 VALUE "Data/LOAN-SCHEDULE.txt".
       01  WS-NEW-SCHED-PATH        PIC X(40)
                                 VALUE "Data/LOAN-SCHEDULE-NEW.txt".
       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/ACCOUNT-TRANSACTION.txt".
       01  WS-REPORT-PATH           PIC X(40)
                             VALUE "Data/LOAN-SCHEDULE-REPORT.txt".
       01  WS-LOAN-STATUS           PIC XX.
       01  WS-LTX-STATUS            PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-SCHEDULE-STATUS       PIC XX.
       01  WS-NEW-SCHED-STATUS      PIC XX.
       01  WS-TXN-STATUS            PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-LOCK-PATH             PIC X(40)
                                 VALUE "Data/LOAN-MASTER.LCK".
       01  WS-LOCK-ACTION           PIC X(1).
       01  WS-LOCK-HOLDER           PIC X(20).
       01  WS-LOCK-RESULT           PIC X(1).
           88 VERROU-OBTENU         VALUE "O".

       01  WS-LOAN-CNT              PIC 9(4) VALUE ZERO.
       01  WS-N                     PIC 9(4).
       01  WS-PRET-TROUVE           PIC 9(4).

      * The loan master in memory. WS-N-REGEN-DEPUIS is the first
      * instalment number to (re)generate this run - zero when the
      * loan's schedule is left as it stands.
       01  WS-LOAN-TABLE.
           05 WS-LOAN-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON WS-LOAN-CNT
                   INDEXED BY NX.
               10 WS-N-LOAN-ID      PIC X(6).
               10 WS-N-ACC-ID       PIC X(6).
               10 WS-N-PRINCIPAL    PIC 9(7)V99.
               10 WS-N-TAUX         PIC 9(2)V9(4).
               10 WS-N-DUREE        PIC 9(3).
               10 WS-N-PREMIERE     PIC 9(8).
               10 WS-N-MENSUALITE   PIC 9(7)V99.
               10 WS-N-RESTANT      PIC 9(7)V99.
               10 WS-N-ARRIERE      PIC 9(7)V99.
               10 WS-N-PROCHAIN     PIC 9(3).
               10 WS-N-STATUT       PIC X(1).
               10 WS-N-OUVERTURE    PIC 9(8).
               10 WS-N-REGEN-DEPUIS PIC 9(3).

       01  WS-LTX-CNT               PIC 9(3) VALUE ZERO.
       01  WS-T                     PIC 9(3).

      * The intake is held whole so the account master can be
      * streamed once to prove every new loan's account exists.
       01  WS-LTX-TABLE.
           05 WS-LTX-ENTRY OCCURS 500 TIMES
                   DEPENDING ON WS-LTX-CNT
                   INDEXED BY TX.
               10 WS-T-ACTION       PIC X(1).
               10 WS-T-LOAN-ID      PIC X(6).
               10 WS-T-ACC-ID       PIC X(6).
               10 WS-T-MONTANT      PIC 9(7)V99.
               10 WS-T-TAUX         PIC 9(2)V9(4).
               10 WS-T-DUREE        PIC 9(3).
               10 WS-T-DATE         PIC 9(8).
               10 WS-T-COMPTE-TROUVE PIC X(1).

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).

       01  WS-NOUVEAU-CNT           PIC 9(5) VALUE ZERO.
       01  WS-ANTICIPE-CNT          PIC 9(5) VALUE ZERO.
       01  WS-SOLDE-CNT             PIC 9(5) VALUE ZERO.
       01  WS-REJET-CNT             PIC 9(5) VALUE ZERO.
       01  WS-LIGNE-CNT             PIC 9(7) VALUE ZERO.
       01  WS-MOTIF-REJET           PIC X(40).

      * Amortization arithmetic. The monthly rate and the
      * compounding factor carry ten decimals so a 360-month term
      * still rounds to the cent on the instalment.
       01  WS-TAUX-MENSUEL          PIC 9V9(10).
       01  WS-FACTEUR               PIC 9(9)V9(10).
       01  WS-RAPPORT               PIC 9(9)V9(10).
       01  WS-INTERETS-MOIS         PIC 9(7)V9(10).
       01  WS-NB-ECHEANCES          PIC 9(3).
       01  WS-CAPITAL-CALCUL        PIC 9(7)V99.
       01  WS-MENSUALITE            PIC 9(7)V99.
       01  WS-INTERETS              PIC 9(7)V99.
       01  WS-PART-CAPITAL          PIC 9(7)V99.
       01  WS-RESTANT               PIC 9(7)V99.
       01  WS-K                     PIC 9(3).
       01  WS-CALCUL-OK             PIC X(1).
           88 CALCUL-OK             VALUE "Y".

       01  WS-MONTANT-ANTICIPE      PIC 9(7)V99.

       01  WS-ECHEANCE              PIC 9(8).
       01  WS-ECHEANCE-GROUPE REDEFINES WS-ECHEANCE.
           05 WS-ECH-YYYY           PIC 9(4).
           05 WS-ECH-MM             PIC 9(2).
           05 WS-ECH-DD             PIC 9(2).
       01  WS-PREMIERE              PIC 9(8).
       01  WS-PREMIERE-GROUPE REDEFINES WS-PREMIERE.
           05 WS-PRE-YYYY           PIC 9(4).
           05 WS-PRE-MM             PIC 9(2).
           05 WS-PRE-DD             PIC 9(2).
       01  WS-MOIS-ECOULES          PIC 9(5).
       01  WS-ANNEES-ECOULEES       PIC 9(3).
       01  WS-MOIS-RESTE            PIC 9(2).

       01  WS-MONTH-NAME            PIC X(9).
       01  WS-LAST-DAY-OF-MONTH     PIC 9(2).
       01  WS-CUTOFF-SWITCH         PIC X.

       01  WS-BD-FONCTION           PIC X(1).
       01  WS-BD-DATE-1             PIC 9(8).
       01  WS-BD-DATE-2             PIC 9(8).
       01  WS-BD-RESULT-DATE        PIC 9(8).
       01  WS-BD-RESULT-COUNT       PIC 9(4).

       01  WS-DATE-VALIDE           PIC X.
           88 DATE-VALIDE           VALUE "Y".

       01  WS-NN-FAMILLE            PIC X(1) VALUE "L".
       01  WS-NN-ID                 PIC X(6).
       01  WS-NN-RESULT             PIC X(1).

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "LoanScheduleBatch".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

       01  WS-MONTANT-EDITE         PIC Z(6)9.99.
       01  WS-INTERETS-EDITE        PIC Z(6)9.99.
       01  WS-CAPITAL-EDITE         PIC Z(6)9.99.
       01  WS-RESTANT-EDITE         PIC Z(6)9.99.
       01  WS-TAUX-EDITE            PIC Z9.9999.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-APPLIQUER-MOUVEMENT-DEB
              THRU 2000-APPLIQUER-MOUVEMENT-FIN
              VARYING WS-T FROM 1 BY 1
              UNTIL WS-T > WS-LTX-CNT.

           PERFORM 3000-RECONSTRUIRE-ECHEANCIER-DEB
              THRU 3000-RECONSTRUIRE-ECHEANCIER-FIN.

           PERFORM 4000-SAUVEGARDER-PRETS-DEB
              THRU 4000-SAUVEGARDER-PRETS-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "LoanScheduleBatch" TO RH-PROGRAM-ID.
           MOVE "ECHEANCIERS DE PRETS" TO RH-REPORT-TITLE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           MOVE "A" TO WS-LOCK-ACTION.
           MOVE "LoanScheduleBatch" TO WS-LOCK-HOLDER.
           CALL "MasterLockManager" USING WS-LOCK-ACTION
               WS-LOCK-PATH WS-LOCK-HOLDER WS-LOCK-RESULT.
           IF NOT VERROU-OBTENU
               DISPLAY "MASTER VERROUILLE - RUN ABANDONNE "
                       "(VOIR LockManagerUtility)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-CHARGER-PRETS-DEB
              THRU 1100-CHARGER-PRETS-FIN.
           PERFORM 1200-CHARGER-MOUVEMENTS-DEB
              THRU 1200-CHARGER-MOUVEMENTS-FIN.
           PERFORM 1300-CONTROLER-COMPTES-DEB
              THRU 1300-CONTROLER-COMPTES-FIN.

           OPEN EXTEND TRANSACTION-FILE.
           IF WS-TXN-STATUS = "05" OR WS-TXN-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE TRANSACTION-FILE: "
                       WS-TXN-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

      * An absent loan master simply means no loan granted yet - the
      * first run creates it.
       1100-CHARGER-PRETS-DEB.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOAN-STATUS = "00"
               PERFORM UNTIL WS-LOAN-STATUS = "10"
                   READ LOAN-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-LOAN-STATUS
                       NOT AT END
                           IF WS-LOAN-CNT >= 2000
                               DISPLAY "TABLE DES PRETS PLEINE - "
                                       "RUN ABANDONNE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-LOAN-CNT
                           SET NX TO WS-LOAN-CNT
                           MOVE LN-LOAN-ID TO WS-N-LOAN-ID(NX)
                           MOVE LN-ACC-ID TO WS-N-ACC-ID(NX)
                           MOVE LN-PRINCIPAL TO WS-N-PRINCIPAL(NX)
                           MOVE LN-TAUX TO WS-N-TAUX(NX)
                           MOVE LN-DUREE TO WS-N-DUREE(NX)
                           MOVE LN-PREMIERE-ECHEANCE
                               TO WS-N-PREMIERE(NX)
                           MOVE LN-MENSUALITE TO WS-N-MENSUALITE(NX)
                           MOVE LN-CAPITAL-RESTANT
                               TO WS-N-RESTANT(NX)
                           MOVE LN-ARRIERE TO WS-N-ARRIERE(NX)
                           MOVE LN-PROCHAIN-NUMERO
                               TO WS-N-PROCHAIN(NX)
                           MOVE LN-STATUT TO WS-N-STATUT(NX)
                           MOVE LN-DATE-OUVERTURE
                               TO WS-N-OUVERTURE(NX)
                           MOVE ZERO TO WS-N-REGEN-DEPUIS(NX)
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF.
       1100-CHARGER-PRETS-FIN.
           EXIT.

       1200-CHARGER-MOUVEMENTS-DEB.
           OPEN INPUT LOAN-TXN-FILE.
           IF WS-LTX-STATUS = "35"
               DISPLAY "AUCUN MOUVEMENT DE PRET A TRAITER"
           ELSE
               IF WS-LTX-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE LOAN-TXN-FILE: "
                           WS-LTX-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-LTX-STATUS = "10"
                   READ LOAN-TXN-FILE
                       AT END
                           MOVE "10" TO WS-LTX-STATUS
                       NOT AT END
                           IF WS-LTX-CNT < 500
                               ADD 1 TO WS-LTX-CNT
                               SET TX TO WS-LTX-CNT
                               MOVE LTX-ACTION TO WS-T-ACTION(TX)
                               MOVE LTX-LOAN-ID TO WS-T-LOAN-ID(TX)
                               MOVE LTX-ACC-ID TO WS-T-ACC-ID(TX)
                               MOVE LTX-MONTANT TO WS-T-MONTANT(TX)
                               MOVE LTX-TAUX TO WS-T-TAUX(TX)
                               MOVE LTX-DUREE TO WS-T-DUREE(TX)
                               MOVE LTX-DATE TO WS-T-DATE(TX)
                               MOVE "N" TO WS-T-COMPTE-TROUVE(TX)
                           ELSE
                               DISPLAY "TABLE DES MOUVEMENTS DE PRET "
                                       "PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-TXN-FILE
           END-IF.
       1200-CHARGER-MOUVEMENTS-FIN.
           EXIT.

      * One pass over the account master marks each new loan whose
      * account exists. Envelope records left by the stamping
      * utility are passed over.
       1300-CONTROLER-COMPTES-DEB.
           IF WS-LTX-CNT > ZERO
               OPEN INPUT ACCOUNT-MASTER-FILE
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE ACCOUNT-MASTER-FILE: "
                           WS-MASTER-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-MASTER-STATUS = "10"
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-STATUS
                       NOT AT END
                           PERFORM 1310-MARQUER-COMPTE-DEB
                              THRU 1310-MARQUER-COMPTE-FIN
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
       1300-CONTROLER-COMPTES-FIN.
           EXIT.

       1310-MARQUER-COMPTE-DEB.
           IF ACCOUNT-MASTER-RECORD(1:2) NOT = "00"
                   AND ACCOUNT-MASTER-RECORD(1:2) NOT = "99"
               PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > WS-LTX-CNT
                   IF WS-T-ACC-ID(WS-T) = ACC-ID
                       MOVE "Y" TO WS-T-COMPTE-TROUVE(WS-T)
                   END-IF
               END-PERFORM
           END-IF.
       1310-MARQUER-COMPTE-FIN.
           EXIT.

       2000-APPLIQUER-MOUVEMENT-DEB.
           MOVE SPACES TO WS-MOTIF-REJET.
           EVALUATE WS-T-ACTION(WS-T)
               WHEN "N"
                   PERFORM 2100-OUVRIR-PRET-DEB
                      THRU 2100-OUVRIR-PRET-FIN
               WHEN "R"
                   PERFORM 2200-REMBOURSER-ANTICIPE-DEB
                      THRU 2200-REMBOURSER-ANTICIPE-FIN
               WHEN OTHER
                   MOVE "ACTION INCONNUE" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
               PERFORM 2900-REJETER-MOUVEMENT-DEB
                  THRU 2900-REJETER-MOUVEMENT-FIN
           END-IF.
       2000-APPLIQUER-MOUVEMENT-FIN.
           EXIT.

      * A new loan: every field proven before anything is created,
      * then the instalment computed once and stored on the master
      * so the repayment run and the statement agree on it.
       2100-OUVRIR-PRET-DEB.
           CALL "DateValidator" USING WS-T-DATE(WS-T)
               WS-DATE-VALIDE.
           EVALUATE TRUE
               WHEN WS-T-COMPTE-TROUVE(WS-T) NOT = "Y"
                   MOVE "COMPTE ABSENT DU MAITRE" TO WS-MOTIF-REJET
               WHEN WS-T-MONTANT(WS-T) NOT NUMERIC
                       OR WS-T-MONTANT(WS-T) = ZERO
                   MOVE "CAPITAL INVALIDE" TO WS-MOTIF-REJET
               WHEN WS-T-TAUX(WS-T) NOT NUMERIC
                   MOVE "TAUX INVALIDE" TO WS-MOTIF-REJET
               WHEN WS-T-DUREE(WS-T) NOT NUMERIC
                       OR WS-T-DUREE(WS-T) = ZERO
                       OR WS-T-DUREE(WS-T) > 360
                   MOVE "DUREE INVALIDE (1 A 360 MOIS)"
                       TO WS-MOTIF-REJET
               WHEN NOT DATE-VALIDE
                   MOVE "PREMIERE ECHEANCE INVALIDE" TO WS-MOTIF-REJET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-MOTIF-REJET = SPACES
               MOVE WS-T-MONTANT(WS-T) TO WS-CAPITAL-CALCUL
               COMPUTE WS-TAUX-MENSUEL = WS-T-TAUX(WS-T) / 1200
               MOVE WS-T-DUREE(WS-T) TO WS-NB-ECHEANCES
               PERFORM 5000-CALCULER-MENSUALITE-DEB
                  THRU 5000-CALCULER-MENSUALITE-FIN
               IF NOT CALCUL-OK
                   MOVE "TAUX/DUREE HORS CAPACITE DE CALCUL"
                       TO WS-MOTIF-REJET
               END-IF
           END-IF.
           IF WS-MOTIF-REJET = SPACES
               PERFORM 2110-NUMEROTER-PRET-DEB
                  THRU 2110-NUMEROTER-PRET-FIN
           END-IF.
           IF WS-MOTIF-REJET = SPACES
               PERFORM 2120-CREER-PRET-DEB
                  THRU 2120-CREER-PRET-FIN
           END-IF.
       2100-OUVRIR-PRET-FIN.
           EXIT.

      * AUTO draws the next loan number; a keyed number must not
      * already be on the master.
       2110-NUMEROTER-PRET-DEB.
           IF WS-T-LOAN-ID(WS-T) = "AUTO  "
               CALL "NextNumberIssuer" USING WS-NN-FAMILLE
                   WS-NN-ID WS-NN-RESULT
               IF WS-NN-RESULT = "Y"
                   MOVE WS-NN-ID TO WS-T-LOAN-ID(WS-T)
               ELSE
                   MOVE "NUMEROTATION L INDISPONIBLE"
                       TO WS-MOTIF-REJET
               END-IF
           END-IF.
           IF WS-MOTIF-REJET = SPACES
               PERFORM 2800-CHERCHER-PRET-DEB
                  THRU 2800-CHERCHER-PRET-FIN
               EVALUATE TRUE
                   WHEN WS-PRET-TROUVE > ZERO
                       MOVE "PRET DEJA EXISTANT" TO WS-MOTIF-REJET
                   WHEN WS-LOAN-CNT >= 2000
                       MOVE "TABLE DES PRETS PLEINE" TO WS-MOTIF-REJET
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       2110-NUMEROTER-PRET-FIN.
           EXIT.

       2120-CREER-PRET-DEB.
           MOVE WS-T-TAUX(WS-T) TO WS-TAUX-EDITE.
           ADD 1 TO WS-LOAN-CNT.
           SET NX TO WS-LOAN-CNT.
           MOVE WS-T-LOAN-ID(WS-T) TO WS-N-LOAN-ID(NX).
           MOVE WS-T-ACC-ID(WS-T) TO WS-N-ACC-ID(NX).
           MOVE WS-T-MONTANT(WS-T) TO WS-N-PRINCIPAL(NX).
           MOVE WS-T-TAUX(WS-T) TO WS-N-TAUX(NX).
           MOVE WS-T-DUREE(WS-T) TO WS-N-DUREE(NX).
           MOVE WS-T-DATE(WS-T) TO WS-N-PREMIERE(NX).
           MOVE WS-MENSUALITE TO WS-N-MENSUALITE(NX).
           MOVE WS-T-MONTANT(WS-T) TO WS-N-RESTANT(NX).
           MOVE ZERO TO WS-N-ARRIERE(NX).
           MOVE 1 TO WS-N-PROCHAIN(NX).
           MOVE "A" TO WS-N-STATUT(NX).
           MOVE WS-RUN-DATE TO WS-N-OUVERTURE(NX).
           MOVE 1 TO WS-N-REGEN-DEPUIS(NX).
           ADD 1 TO WS-NOUVEAU-CNT.

           MOVE WS-T-MONTANT(WS-T) TO WS-MONTANT-EDITE.
           MOVE WS-MENSUALITE TO WS-CAPITAL-EDITE.
           MOVE SPACES TO WS-AT-BEFORE.
           STRING WS-N-LOAN-ID(NX) " ABSENT"
                  DELIMITED BY SIZE INTO WS-AT-BEFORE.
           MOVE SPACES TO WS-AT-AFTER.
           STRING WS-N-LOAN-ID(NX) " " WS-N-ACC-ID(NX)
                  " CAP=" WS-MONTANT-EDITE " T=" WS-TAUX-EDITE
                  " N=" WS-N-DUREE(NX)
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.
       2120-CREER-PRET-FIN.
           EXIT.

      * Early repayment: debited from the member account through the
      * raw intake, taken off the principal still to fall due, and
      * the unfallen instalments flagged for recalculation over the
      * same remaining term. Arrears stay owed as they are.
       2200-REMBOURSER-ANTICIPE-DEB.
           PERFORM 2800-CHERCHER-PRET-DEB
              THRU 2800-CHERCHER-PRET-FIN.
           CALL "DateValidator" USING WS-T-DATE(WS-T)
               WS-DATE-VALIDE.
           EVALUATE TRUE
               WHEN WS-PRET-TROUVE = ZERO
                   MOVE "PRET INCONNU" TO WS-MOTIF-REJET
               WHEN WS-N-STATUT(WS-PRET-TROUVE) NOT = "A"
                   MOVE "PRET DEJA SOLDE" TO WS-MOTIF-REJET
               WHEN WS-N-RESTANT(WS-PRET-TROUVE) = ZERO
                   MOVE "AUCUN CAPITAL RESTANT A ECHOIR"
                       TO WS-MOTIF-REJET
               WHEN WS-T-MONTANT(WS-T) NOT NUMERIC
                   MOVE "MONTANT INVALIDE" TO WS-MOTIF-REJET
               WHEN NOT DATE-VALIDE
                   MOVE "DATE DE REMBOURSEMENT INVALIDE"
                       TO WS-MOTIF-REJET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-MOTIF-REJET = SPACES
               PERFORM 2210-IMPUTER-ANTICIPE-DEB
                  THRU 2210-IMPUTER-ANTICIPE-FIN
           END-IF.
       2200-REMBOURSER-ANTICIPE-FIN.
           EXIT.

       2210-IMPUTER-ANTICIPE-DEB.
           SET NX TO WS-PRET-TROUVE.
           MOVE WS-N-RESTANT(NX) TO WS-RESTANT-EDITE.
           MOVE SPACES TO WS-AT-BEFORE.
           STRING WS-N-LOAN-ID(NX) " RESTANT=" WS-RESTANT-EDITE
                  " PROCHAINE=" WS-N-PROCHAIN(NX)
                  DELIMITED BY SIZE INTO WS-AT-BEFORE.

           IF WS-T-MONTANT(WS-T) = ZERO
                   OR WS-T-MONTANT(WS-T) >= WS-N-RESTANT(NX)
               MOVE WS-N-RESTANT(NX) TO WS-MONTANT-ANTICIPE
               IF WS-T-MONTANT(WS-T) > WS-N-RESTANT(NX)
                   DISPLAY "REMBOURSEMENT " WS-N-LOAN-ID(NX)
                           " PLAFONNE AU CAPITAL RESTANT"
               END-IF
               MOVE ZERO TO WS-N-RESTANT(NX)
               ADD 1 TO WS-SOLDE-CNT
               IF WS-N-ARRIERE(NX) = ZERO
                   MOVE "S" TO WS-N-STATUT(NX)
               END-IF
           ELSE
               MOVE WS-T-MONTANT(WS-T) TO WS-MONTANT-ANTICIPE
               SUBTRACT WS-MONTANT-ANTICIPE FROM WS-N-RESTANT(NX)
               MOVE WS-N-RESTANT(NX) TO WS-CAPITAL-CALCUL
               MOVE WS-N-TAUX(NX) TO WS-TAUX-EDITE
               COMPUTE WS-TAUX-MENSUEL = WS-N-TAUX(NX) / 1200
               COMPUTE WS-NB-ECHEANCES =
                       WS-N-DUREE(NX) - WS-N-PROCHAIN(NX) + 1
               PERFORM 5000-CALCULER-MENSUALITE-DEB
                  THRU 5000-CALCULER-MENSUALITE-FIN
               MOVE WS-MENSUALITE TO WS-N-MENSUALITE(NX)
           END-IF.
           MOVE WS-N-PROCHAIN(NX) TO WS-N-REGEN-DEPUIS(NX).
           ADD 1 TO WS-ANTICIPE-CNT.

           MOVE SPACES TO ACCOUNT-TRANSACTION.
           MOVE WS-N-ACC-ID(NX) TO TXN-ACC-ID.
           MOVE "D" TO TXN-TYPE.
           MOVE WS-MONTANT-ANTICIPE TO TXN-MONTANT.
           MOVE WS-T-DATE(WS-T) TO TXN-DATE.
           WRITE ACCOUNT-TRANSACTION.

           MOVE WS-N-RESTANT(NX) TO WS-RESTANT-EDITE.
           MOVE SPACES TO WS-AT-AFTER.
           STRING WS-N-LOAN-ID(NX) " RESTANT=" WS-RESTANT-EDITE
                  " STATUT=" WS-N-STATUT(NX)
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.
       2210-IMPUTER-ANTICIPE-FIN.
           EXIT.

       2800-CHERCHER-PRET-DEB.
           MOVE ZERO TO WS-PRET-TROUVE.
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-LOAN-CNT
               IF WS-N-LOAN-ID(WS-N) = WS-T-LOAN-ID(WS-T)
                   MOVE WS-N TO WS-PRET-TROUVE
               END-IF
           END-PERFORM.
       2800-CHERCHER-PRET-FIN.
           EXIT.

       2900-REJETER-MOUVEMENT-DEB.
           ADD 1 TO WS-REJET-CNT.
           DISPLAY "MOUVEMENT REJETE: " WS-T-ACTION(WS-T) " "
                   WS-T-LOAN-ID(WS-T) " " WS-T-ACC-ID(WS-T)
                   " - " WS-MOTIF-REJET.
           PERFORM 6900-IMPRIMER-ENTETE-DEB
              THRU 6900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "REJET " WS-T-ACTION(WS-T) " " WS-T-LOAN-ID(WS-T)
                  " " WS-T-ACC-ID(WS-T) " : " WS-MOTIF-REJET
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       2900-REJETER-MOUVEMENT-FIN.
           EXIT.

      * The schedule is rebuilt as a new generation: lines of loans
      * left alone, and already-fallen lines of recalculated loans,
      * are carried over as they stand; the unfallen tail of every
      * flagged loan is dropped and regenerated. The generation is
      * then sorted back over the live file in loan/instalment
      * order.
       3000-RECONSTRUIRE-ECHEANCIER-DEB.
           OPEN OUTPUT NEW-SCHEDULE-FILE.
           IF WS-NEW-SCHED-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE NEW-SCHEDULE-FILE: "
                       WS-NEW-SCHED-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS = "00"
               PERFORM 3100-RECOPIER-LIGNE-DEB
                  THRU 3100-RECOPIER-LIGNE-FIN
                  UNTIL WS-SCHEDULE-STATUS = "10"
               CLOSE SCHEDULE-FILE
           END-IF.

           PERFORM 3200-GENERER-PRET-DEB
              THRU 3200-GENERER-PRET-FIN
              VARYING WS-N FROM 1 BY 1
              UNTIL WS-N > WS-LOAN-CNT.

           CLOSE NEW-SCHEDULE-FILE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-LOAN-ID
                  ASCENDING KEY SRT-NUMERO
               USING NEW-SCHEDULE-FILE
               GIVING SCHEDULE-FILE.
       3000-RECONSTRUIRE-ECHEANCIER-FIN.
           EXIT.

       3100-RECOPIER-LIGNE-DEB.
           READ SCHEDULE-FILE
               AT END
                   MOVE "10" TO WS-SCHEDULE-STATUS
               NOT AT END
                   MOVE ZERO TO WS-PRET-TROUVE
                   PERFORM VARYING WS-N FROM 1 BY 1
                           UNTIL WS-N > WS-LOAN-CNT
                       IF WS-N-LOAN-ID(WS-N) = SCH-LOAN-ID
                           MOVE WS-N TO WS-PRET-TROUVE
                       END-IF
                   END-PERFORM
                   IF WS-PRET-TROUVE > ZERO
                       IF WS-N-REGEN-DEPUIS(WS-PRET-TROUVE) > ZERO
                          AND SCH-NUMERO
                              >= WS-N-REGEN-DEPUIS(WS-PRET-TROUVE)
                           CONTINUE
                       ELSE
                           MOVE LOAN-SCHEDULE-RECORD
                               TO NEW-SCHEDULE-RECORD
                           WRITE NEW-SCHEDULE-RECORD
                       END-IF
                   ELSE
                       DISPLAY "LIGNE D'ECHEANCIER SANS PRET: "
                               SCH-LOAN-ID " " SCH-NUMERO
                               " - ECARTEE"
                   END-IF
           END-READ.
       3100-RECOPIER-LIGNE-FIN.
           EXIT.

      * Generates instalments REGEN-DEPUIS through the term on the
      * principal still to fall due, and prints them. A paid-off
      * loan has nothing left to generate.
       3200-GENERER-PRET-DEB.
           IF WS-N-REGEN-DEPUIS(WS-N) > ZERO
               PERFORM 3300-IMPRIMER-PRET-DEB
                  THRU 3300-IMPRIMER-PRET-FIN
               IF WS-N-RESTANT(WS-N) = ZERO
                   MOVE SPACES TO REPORT-LINE
                   STRING "  PRET SOLDE PAR ANTICIPATION - AUCUNE "
                          "ECHEANCE RESTANTE"
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO RH-LINE-COUNT
               ELSE
                   COMPUTE WS-TAUX-MENSUEL = WS-N-TAUX(WS-N) / 1200
                   MOVE WS-N-RESTANT(WS-N) TO WS-RESTANT
                   MOVE WS-N-PREMIERE(WS-N) TO WS-PREMIERE
                   PERFORM 3400-ECRIRE-ECHEANCE-DEB
                      THRU 3400-ECRIRE-ECHEANCE-FIN
                      VARYING WS-K FROM WS-N-REGEN-DEPUIS(WS-N) BY 1
                      UNTIL WS-K > WS-N-DUREE(WS-N)
               END-IF
           END-IF.
       3200-GENERER-PRET-FIN.
           EXIT.

       3300-IMPRIMER-PRET-DEB.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.
           PERFORM 6900-IMPRIMER-ENTETE-DEB
              THRU 6900-IMPRIMER-ENTETE-FIN.
           MOVE WS-N-PRINCIPAL(WS-N) TO WS-MONTANT-EDITE.
           MOVE WS-N-TAUX(WS-N) TO WS-TAUX-EDITE.
           MOVE WS-N-MENSUALITE(WS-N) TO WS-CAPITAL-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PRET " WS-N-LOAN-ID(WS-N)
                  " COMPTE " WS-N-ACC-ID(WS-N)
                  " CAPITAL " WS-MONTANT-EDITE
                  " TAUX " WS-TAUX-EDITE "%"
                  " DUREE " WS-N-DUREE(WS-N)
                  " MENSUALITE " WS-CAPITAL-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           IF WS-N-REGEN-DEPUIS(WS-N) > 1
               MOVE WS-N-RESTANT(WS-N) TO WS-RESTANT-EDITE
               MOVE SPACES TO REPORT-LINE
               STRING "  RECALCUL APRES REMBOURSEMENT ANTICIPE A "
                      "PARTIR DE L'ECHEANCE " WS-N-REGEN-DEPUIS(WS-N)
                      " - CAPITAL " WS-RESTANT-EDITE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "   NO  ECHEANCE  MENSUALITE    INTERETS     "
                  "CAPITAL     RESTANT"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       3300-IMPRIMER-PRET-FIN.
           EXIT.

      * Interest on the principal still outstanding, the rest of the
      * instalment to principal; the last line takes whatever
      * principal is left so the schedule always clears to zero.
       3400-ECRIRE-ECHEANCE-DEB.
           COMPUTE WS-INTERETS ROUNDED =
                   WS-RESTANT * WS-TAUX-MENSUEL.
           IF WS-K = WS-N-DUREE(WS-N)
               MOVE WS-RESTANT TO WS-PART-CAPITAL
               COMPUTE WS-MENSUALITE = WS-PART-CAPITAL + WS-INTERETS
           ELSE
               MOVE WS-N-MENSUALITE(WS-N) TO WS-MENSUALITE
               IF WS-MENSUALITE < WS-INTERETS
                   MOVE WS-INTERETS TO WS-MENSUALITE
               END-IF
               COMPUTE WS-PART-CAPITAL = WS-MENSUALITE - WS-INTERETS
               IF WS-PART-CAPITAL > WS-RESTANT
                   MOVE WS-RESTANT TO WS-PART-CAPITAL
                   COMPUTE WS-MENSUALITE =
                           WS-PART-CAPITAL + WS-INTERETS
               END-IF
           END-IF.
           SUBTRACT WS-PART-CAPITAL FROM WS-RESTANT.

           PERFORM 3500-DATER-ECHEANCE-DEB
              THRU 3500-DATER-ECHEANCE-FIN.

           MOVE SPACES TO LOAN-SCHEDULE-RECORD.
           MOVE WS-N-LOAN-ID(WS-N) TO SCH-LOAN-ID.
           MOVE WS-K TO SCH-NUMERO.
           MOVE WS-ECHEANCE TO SCH-ECHEANCE.
           MOVE WS-MENSUALITE TO SCH-MENSUALITE.
           MOVE WS-INTERETS TO SCH-INTERETS.
           MOVE WS-PART-CAPITAL TO SCH-CAPITAL.
           MOVE WS-RESTANT TO SCH-RESTANT.
           MOVE SPACE TO SCH-STATUT.
           MOVE ZERO TO SCH-PAYE.
           MOVE LOAN-SCHEDULE-RECORD TO NEW-SCHEDULE-RECORD.
           WRITE NEW-SCHEDULE-RECORD.
           ADD 1 TO WS-LIGNE-CNT.

           PERFORM 6900-IMPRIMER-ENTETE-DEB
              THRU 6900-IMPRIMER-ENTETE-FIN.
           MOVE WS-MENSUALITE TO WS-MONTANT-EDITE.
           MOVE WS-INTERETS TO WS-INTERETS-EDITE.
           MOVE WS-PART-CAPITAL TO WS-CAPITAL-EDITE.
           MOVE WS-RESTANT TO WS-RESTANT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-K " " WS-ECHEANCE " " WS-MONTANT-EDITE
                  " " WS-INTERETS-EDITE " " WS-CAPITAL-EDITE
                  " " WS-RESTANT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       3400-ECRIRE-ECHEANCE-FIN.
           EXIT.

      * Instalment K falls K - 1 months after the first due date, on
      * the same day of the month (the last day in a shorter month),
      * then settles on a business day the way a standing order does.
       3500-DATER-ECHEANCE-DEB.
           COMPUTE WS-MOIS-ECOULES = WS-PRE-MM - 1 + WS-K - 1.
           DIVIDE WS-MOIS-ECOULES BY 12 GIVING WS-ANNEES-ECOULEES
               REMAINDER WS-MOIS-RESTE.
           COMPUTE WS-ECH-YYYY = WS-PRE-YYYY + WS-ANNEES-ECOULEES.
           COMPUTE WS-ECH-MM = WS-MOIS-RESTE + 1.
           MOVE 01 TO WS-ECH-DD.
           CALL "MonthEndCutoffValidator" USING WS-ECHEANCE
               WS-MONTH-NAME WS-LAST-DAY-OF-MONTH WS-CUTOFF-SWITCH.
           IF WS-PRE-DD > WS-LAST-DAY-OF-MONTH
               MOVE WS-LAST-DAY-OF-MONTH TO WS-ECH-DD
           ELSE
               MOVE WS-PRE-DD TO WS-ECH-DD
           END-IF.

           MOVE "C" TO WS-BD-FONCTION.
           MOVE WS-ECHEANCE TO WS-BD-DATE-1.
           MOVE WS-ECHEANCE TO WS-BD-DATE-2.
           CALL "BusinessDayCalculator" USING WS-BD-FONCTION
               WS-BD-DATE-1 WS-BD-DATE-2 WS-BD-RESULT-DATE
               WS-BD-RESULT-COUNT.
           IF WS-BD-RESULT-COUNT = ZERO
               MOVE "N" TO WS-BD-FONCTION
               CALL "BusinessDayCalculator" USING WS-BD-FONCTION
                   WS-BD-DATE-1 WS-BD-DATE-2 WS-BD-RESULT-DATE
                   WS-BD-RESULT-COUNT
               MOVE WS-BD-RESULT-DATE TO WS-ECHEANCE
           END-IF.
       3500-DATER-ECHEANCE-FIN.
           EXIT.

       4000-SAUVEGARDER-PRETS-DEB.
           OPEN OUTPUT LOAN-MASTER-FILE.
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE LOAN-MASTER-FILE: "
                       WS-LOAN-STATUS
               STOP RUN
           END-IF.

           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-LOAN-CNT
               MOVE SPACES TO LOAN-MASTER-RECORD
               MOVE WS-N-LOAN-ID(WS-N) TO LN-LOAN-ID
               MOVE WS-N-ACC-ID(WS-N) TO LN-ACC-ID
               MOVE WS-N-PRINCIPAL(WS-N) TO LN-PRINCIPAL
               MOVE WS-N-TAUX(WS-N) TO LN-TAUX
               MOVE WS-N-DUREE(WS-N) TO LN-DUREE
               MOVE WS-N-PREMIERE(WS-N) TO LN-PREMIERE-ECHEANCE
               MOVE WS-N-MENSUALITE(WS-N) TO LN-MENSUALITE
               MOVE WS-N-RESTANT(WS-N) TO LN-CAPITAL-RESTANT
               MOVE WS-N-ARRIERE(WS-N) TO LN-ARRIERE
               MOVE WS-N-PROCHAIN(WS-N) TO LN-PROCHAIN-NUMERO
               MOVE WS-N-STATUT(WS-N) TO LN-STATUT
               MOVE WS-N-OUVERTURE(WS-N) TO LN-DATE-OUVERTURE
               WRITE LOAN-MASTER-RECORD
           END-PERFORM.

           CLOSE LOAN-MASTER-FILE.

      * The intake is consumed so a relaunch cannot grant the same
      * loan or debit the same early repayment twice.
           OPEN OUTPUT LOAN-TXN-FILE.
           CLOSE LOAN-TXN-FILE.

           MOVE "R" TO WS-LOCK-ACTION.
           CALL "MasterLockManager" USING WS-LOCK-ACTION
               WS-LOCK-PATH WS-LOCK-HOLDER WS-LOCK-RESULT.
       4000-SAUVEGARDER-PRETS-FIN.
           EXIT.

      * Constant instalment on WS-CAPITAL-CALCUL over WS-NB-ECHEANCES
      * months: C x t x (1+t)**n / ((1+t)**n - 1), or a straight
      * division when the loan carries no interest.
       5000-CALCULER-MENSUALITE-DEB.
           MOVE "Y" TO WS-CALCUL-OK.
           IF WS-TAUX-MENSUEL = ZERO
               COMPUTE WS-MENSUALITE ROUNDED =
                       WS-CAPITAL-CALCUL / WS-NB-ECHEANCES
           ELSE
               COMPUTE WS-FACTEUR ROUNDED =
                       (1 + WS-TAUX-MENSUEL) ** WS-NB-ECHEANCES
                   ON SIZE ERROR
                       MOVE "N" TO WS-CALCUL-OK
               END-COMPUTE
               IF CALCUL-OK
                   COMPUTE WS-INTERETS-MOIS =
                           WS-CAPITAL-CALCUL * WS-TAUX-MENSUEL
                   COMPUTE WS-RAPPORT ROUNDED =
                           WS-FACTEUR / (WS-FACTEUR - 1)
                       ON SIZE ERROR
                           MOVE "N" TO WS-CALCUL-OK
                   END-COMPUTE
               END-IF
               IF CALCUL-OK
                   COMPUTE WS-MENSUALITE ROUNDED =
                           WS-INTERETS-MOIS * WS-RAPPORT
                       ON SIZE ERROR
                           MOVE "N" TO WS-CALCUL-OK
                   END-COMPUTE
               END-IF
           END-IF.
       5000-CALCULER-MENSUALITE-FIN.
           EXIT.

       6900-IMPRIMER-ENTETE-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               ADD 1 TO RH-PAGE-NUMBER
               MOVE SPACES TO RH-HEADING-LINE-1
               STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                      " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                      DELIMITED BY SIZE INTO RH-HEADING-LINE-1
               MOVE SPACES TO REPORT-LINE
               MOVE RH-HEADING-LINE-1 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ZERO TO RH-LINE-COUNT
           END-IF.
       6900-IMPRIMER-ENTETE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE TRANSACTION-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "ECHEANCIERS DE PRETS TERMINES.".
           DISPLAY "PRETS SUR FICHIER     : " WS-LOAN-CNT.
           DISPLAY "MOUVEMENTS LUS        : " WS-LTX-CNT.
           DISPLAY "PRETS ACCORDES        : " WS-NOUVEAU-CNT.
           DISPLAY "REMB. ANTICIPES       : " WS-ANTICIPE-CNT.
           DISPLAY "DONT PRETS SOLDES     : " WS-SOLDE-CNT.
           DISPLAY "MOUVEMENTS REJETES    : " WS-REJET-CNT.
           DISPLAY "ECHEANCES GENEREES    : " WS-LIGNE-CNT.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
