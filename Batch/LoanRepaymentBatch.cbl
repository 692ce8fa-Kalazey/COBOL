       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanRepaymentBatch.
       AUTHOR. Mathieu.

      * Monthly collection of loan instalments. Every schedule line
      * LoanScheduleBatch wrote that has fallen due by the run date
      * and is not yet paid in full - this month's instalment and
      * any earlier one still in arrears, oldest first - is
      * collected from the loan's account up to what the account can
      * fund: balance plus overdraft limit, nothing at all on an
      * account the freeze file holds. What is collected goes to the
      * line's interest first, then to its principal, and is
      * generated as debits onto the raw transaction intake (one for
      * interest, one for principal per loan) so it rides
      * AccountTransactionEdit and AccountLedgerBatch like any keyed
      * transaction. A line fully collected is stamped P, a line
      * partly collected I, a line nothing could be collected on M;
      * the I and M lines go to the arrears list and are tried again
      * next run. The loan master moves its next-instalment pointer,
      * outstanding principal and arrears total, and a loan with
      * nothing left owing is marked paid off. The schedule is
      * rewritten as a new generation and copied back over the live
      * file, under the same lock LoanScheduleBatch takes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN DYNAMIC WS-LOAN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT FREEZE-FILE ASSIGN DYNAMIC WS-FREEZE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FREEZE-STATUS.

           SELECT SCHEDULE-FILE ASSIGN DYNAMIC WS-SCHEDULE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT NEW-SCHEDULE-FILE ASSIGN DYNAMIC WS-NEW-SCHED-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-SCHED-STATUS.

           SELECT TRANSACTION-FILE ASSIGN DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT ARREARS-FILE ASSIGN DYNAMIC WS-ARREARS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARREARS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY "LoanMaster.cpy".

       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           05 ACC-ID                PIC X(6).
           05 ACC-NAME              PIC X(20).
           05 ACC-SOLDE             PIC S9(7)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05 ACC-LIMITE-DECOUVERT  PIC 9(7)V99.

       FD  FREEZE-FILE.
       01  ACCOUNT-FREEZE-RECORD.
           05 FRZ-ACC-ID            PIC X(6).
           05 FRZ-STATUT            PIC X(1).
           05 FRZ-MOTIF             PIC X(20).
           05 FRZ-DATE              PIC 9(8).

       FD  SCHEDULE-FILE.
           COPY "LoanSchedule.cpy".

       FD  NEW-SCHEDULE-FILE.
       01  NEW-SCHEDULE-RECORD      PIC X(63).

       FD  TRANSACTION-FILE.
       01  ACCOUNT-TRANSACTION.
           05 TXN-ACC-ID            PIC X(6).
           05 TXN-TYPE              PIC X(1).
           05 TXN-MONTANT           PIC 9(7)V99.
           05 TXN-DATE              PIC 9(8).

       FD  REGISTER-FILE.
       01  REGISTER-LINE            PIC X(90).

       FD  ARREARS-FILE.
       01  ARREARS-LINE             PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-LOAN-PATH             PIC X(40)
                                 VALUE "Data/LOAN-MASTER.txt".
       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/ACCOUNT-MASTER.txt".
       01  WS-FREEZE-PATH           PIC X(40)
                                 VALUE "Data/ACCOUNT-FREEZE-FILE.txt".
       01  WS-SCHEDULE-PATH         PIC X(40)
                                 VALUE "Data/LOAN-SCHEDULE.txt".
       01  WS-NEW-SCHED-PATH        PIC X(40)
                                 VALUE "Data/LOAN-SCHEDULE-NEW.txt".
       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/ACCOUNT-TRANSACTION.txt".
       01  WS-REGISTER-PATH         PIC X(40)
                             VALUE "Data/LOAN-REPAYMENT-REGISTER.txt".
       01  WS-ARREARS-PATH          PIC X(40)
                             VALUE "Data/LOAN-ARREARS-REPORT.txt".
       01  WS-LOAN-STATUS           PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-FREEZE-STATUS         PIC XX.
       01  WS-SCHEDULE-STATUS       PIC XX.
       01  WS-NEW-SCHED-STATUS      PIC XX.
       01  WS-TXN-STATUS            PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-ARREARS-STATUS        PIC XX.
       01  WS-ECHEANCIER-OUVERT     PIC X(1) VALUE "N".

       01  WS-LOCK-PATH             PIC X(40)
                                 VALUE "Data/LOAN-MASTER.LCK".
       01  WS-LOCK-ACTION           PIC X(1).
       01  WS-LOCK-HOLDER           PIC X(20).
       01  WS-LOCK-RESULT           PIC X(1).
           88 VERROU-OBTENU         VALUE "O".

       01  WS-LOAN-CNT              PIC 9(4) VALUE ZERO.
       01  WS-N                     PIC 9(4).
       01  WS-PRET-TROUVE           PIC 9(4).

      * The loan master in memory, with what this run collected on
      * each loan and the arrears recounted from its schedule.
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
               10 WS-N-COMPTE       PIC 9(4).
               10 WS-N-PERCU-INT    PIC 9(7)V99.
               10 WS-N-PERCU-CAP    PIC 9(7)V99.

      * One entry per account carrying a loan: what it can still
      * fund this run. Several loans on one account draw on the same
      * entry, in schedule order.
       01  WS-COMPTE-CNT            PIC 9(4) VALUE ZERO.
       01  WS-C                     PIC 9(4).
       01  WS-COMPTE-TROUVE         PIC 9(4).
       01  WS-COMPTE-TABLE.
           05 WS-COMPTE-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON WS-COMPTE-CNT
                   INDEXED BY CX.
               10 WS-C-ACC-ID       PIC X(6).
               10 WS-C-DISPONIBLE   PIC 9(9)V99.
               10 WS-C-TROUVE       PIC X(1).
               10 WS-C-GELE         PIC X(1).

       01  WS-FREEZE-CNT            PIC 9(4) VALUE ZERO.
       01  WS-F                     PIC 9(4).
       01  WS-FREEZE-TABLE.
           05 WS-FREEZE-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON WS-FREEZE-CNT
                   INDEXED BY FZX.
               10 WS-F-ACC-ID       PIC X(6).

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).

       01  WS-DISPONIBLE            PIC S9(9)V99.
       01  WS-DU                    PIC 9(7)V99.
       01  WS-INTERETS-DUS          PIC 9(7)V99.
       01  WS-PERCU                 PIC 9(7)V99.
       01  WS-PERCU-INT             PIC 9(7)V99.
       01  WS-PERCU-CAP             PIC 9(7)V99.
       01  WS-RESTE-DU              PIC 9(7)V99.

       01  WS-LIGNE-LUE-CNT         PIC 9(7) VALUE ZERO.
       01  WS-ECHUE-CNT             PIC 9(7) VALUE ZERO.
       01  WS-PAYEE-CNT             PIC 9(7) VALUE ZERO.
       01  WS-PARTIELLE-CNT         PIC 9(7) VALUE ZERO.
       01  WS-IMPAYEE-CNT           PIC 9(7) VALUE ZERO.
       01  WS-TXN-CNT               PIC 9(5) VALUE ZERO.
       01  WS-SOLDE-CNT             PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-PERCU           PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-ARRIERE         PIC 9(9)V99 VALUE ZERO.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "LoanRepaymentBatch".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

       01  WS-MONTANT-EDITE         PIC Z(6)9.99.
       01  WS-INTERETS-EDITE        PIC Z(6)9.99.
       01  WS-CAPITAL-EDITE         PIC Z(6)9.99.
       01  WS-RESTE-EDITE           PIC Z(6)9.99.
       01  WS-TOTAL-EDITE           PIC Z(8)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITER-ECHEANCE-DEB
              THRU 2000-TRAITER-ECHEANCE-FIN
              UNTIL WS-SCHEDULE-STATUS = "10".

           PERFORM 3000-GENERER-DEBITS-DEB
              THRU 3000-GENERER-DEBITS-FIN
              VARYING WS-N FROM 1 BY 1
              UNTIL WS-N > WS-LOAN-CNT.

           PERFORM 4000-BASCULER-ECHEANCIER-DEB
              THRU 4000-BASCULER-ECHEANCIER-FIN.

           PERFORM 4100-SAUVEGARDER-PRETS-DEB
              THRU 4100-SAUVEGARDER-PRETS-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "LoanRepaymentBatch" TO RH-PROGRAM-ID.
           MOVE "REMBOURSEMENTS PRETS" TO RH-REPORT-TITLE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           MOVE "A" TO WS-LOCK-ACTION.
           MOVE "LoanRepaymentBatch" TO WS-LOCK-HOLDER.
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
           PERFORM 1200-CHARGER-GELS-DEB
              THRU 1200-CHARGER-GELS-FIN.
           PERFORM 1300-CHARGER-DISPONIBLE-DEB
              THRU 1300-CHARGER-DISPONIBLE-FIN.

           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS = "35"
               DISPLAY "AUCUN ECHEANCIER DE PRET - RIEN A PERCEVOIR"
               MOVE "10" TO WS-SCHEDULE-STATUS
           ELSE
               IF WS-SCHEDULE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE SCHEDULE-FILE: "
                           WS-SCHEDULE-STATUS
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-ECHEANCIER-OUVERT
           END-IF.

           OPEN OUTPUT NEW-SCHEDULE-FILE.
           IF WS-NEW-SCHED-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE NEW-SCHEDULE-FILE: "
                       WS-NEW-SCHED-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND TRANSACTION-FILE.
           IF WS-TXN-STATUS = "05" OR WS-TXN-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE TRANSACTION-FILE: "
                       WS-TXN-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REGISTER-FILE: "
                       WS-REGISTER-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT ARREARS-FILE.
           IF WS-ARREARS-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE ARREARS-FILE: "
                       WS-ARREARS-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO ARREARS-LINE.
           STRING "LoanRepaymentBatch ARRIERES DE PRETS DATE:"
                  RH-RUN-DATE
                  DELIMITED BY SIZE INTO ARREARS-LINE.
           WRITE ARREARS-LINE.
           MOVE SPACES TO ARREARS-LINE.
           STRING "PRET   COMPTE  NO  ECHEANCE  MENSUALITE"
                  "     PERCU    RESTE DU ST"
                  DELIMITED BY SIZE INTO ARREARS-LINE.
           WRITE ARREARS-LINE.
       1000-INITIALISATION-FIN.
           EXIT.

      * Arrears are recounted from the schedule on every run, so the
      * master's figure is cleared as the loan is loaded.
       1100-CHARGER-PRETS-DEB.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOAN-STATUS = "35"
               DISPLAY "AUCUN PRET SUR FICHIER"
           ELSE
               IF WS-LOAN-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE LOAN-MASTER-FILE: "
                           WS-LOAN-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-LOAN-STATUS = "10"
                   READ LOAN-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-LOAN-STATUS
                       NOT AT END
                           PERFORM 1110-RANGER-PRET-DEB
                              THRU 1110-RANGER-PRET-FIN
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF.
       1100-CHARGER-PRETS-FIN.
           EXIT.

       1110-RANGER-PRET-DEB.
           IF WS-LOAN-CNT >= 2000
               DISPLAY "TABLE DES PRETS PLEINE - RUN ABANDONNE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-LOAN-CNT.
           SET NX TO WS-LOAN-CNT.
           MOVE LN-LOAN-ID TO WS-N-LOAN-ID(NX).
           MOVE LN-ACC-ID TO WS-N-ACC-ID(NX).
           MOVE LN-PRINCIPAL TO WS-N-PRINCIPAL(NX).
           MOVE LN-TAUX TO WS-N-TAUX(NX).
           MOVE LN-DUREE TO WS-N-DUREE(NX).
           MOVE LN-PREMIERE-ECHEANCE TO WS-N-PREMIERE(NX).
           MOVE LN-MENSUALITE TO WS-N-MENSUALITE(NX).
           MOVE LN-CAPITAL-RESTANT TO WS-N-RESTANT(NX).
           MOVE LN-ARRIERE TO WS-N-ARRIERE(NX).
           MOVE LN-PROCHAIN-NUMERO TO WS-N-PROCHAIN(NX).
           MOVE LN-STATUT TO WS-N-STATUT(NX).
           MOVE LN-DATE-OUVERTURE TO WS-N-OUVERTURE(NX).
           MOVE ZERO TO WS-N-PERCU-INT(NX).
           MOVE ZERO TO WS-N-PERCU-CAP(NX).
           IF LN-ACTIF
               MOVE ZERO TO WS-N-ARRIERE(NX)
           END-IF.

           MOVE ZERO TO WS-COMPTE-TROUVE.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-COMPTE-CNT
               IF WS-C-ACC-ID(WS-C) = LN-ACC-ID
                   MOVE WS-C TO WS-COMPTE-TROUVE
               END-IF
           END-PERFORM.
           IF WS-COMPTE-TROUVE = ZERO
               ADD 1 TO WS-COMPTE-CNT
               SET CX TO WS-COMPTE-CNT
               MOVE LN-ACC-ID TO WS-C-ACC-ID(CX)
               MOVE ZERO TO WS-C-DISPONIBLE(CX)
               MOVE "N" TO WS-C-TROUVE(CX)
               MOVE "N" TO WS-C-GELE(CX)
               MOVE WS-COMPTE-CNT TO WS-COMPTE-TROUVE
           END-IF.
           MOVE WS-COMPTE-TROUVE TO WS-N-COMPTE(NX).
       1110-RANGER-PRET-FIN.
           EXIT.

      * An absent freeze file simply means no account is frozen.
       1200-CHARGER-GELS-DEB.
           OPEN INPUT FREEZE-FILE.
           IF WS-FREEZE-STATUS = "00"
               PERFORM UNTIL WS-FREEZE-STATUS = "10"
                   READ FREEZE-FILE
                       AT END
                           MOVE "10" TO WS-FREEZE-STATUS
                       NOT AT END
                           IF WS-FREEZE-CNT < 2000
                                   AND FRZ-STATUT = "F"
                               ADD 1 TO WS-FREEZE-CNT
                               SET FZX TO WS-FREEZE-CNT
                               MOVE FRZ-ACC-ID TO WS-F-ACC-ID(FZX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREEZE-FILE
           END-IF.
       1200-CHARGER-GELS-FIN.
           EXIT.

      * What each loan account can fund: its balance plus its
      * overdraft limit, never below zero; a frozen account funds
      * nothing. Envelope records are passed over.
       1300-CHARGER-DISPONIBLE-DEB.
           IF WS-COMPTE-CNT > ZERO
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
                           PERFORM 1310-EVALUER-COMPTE-DEB
                              THRU 1310-EVALUER-COMPTE-FIN
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
       1300-CHARGER-DISPONIBLE-FIN.
           EXIT.

       1310-EVALUER-COMPTE-DEB.
           IF ACCOUNT-MASTER-RECORD(1:2) NOT = "00"
                   AND ACCOUNT-MASTER-RECORD(1:2) NOT = "99"
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-COMPTE-CNT
                   IF WS-C-ACC-ID(WS-C) = ACC-ID
                       MOVE "Y" TO WS-C-TROUVE(WS-C)
                       COMPUTE WS-DISPONIBLE =
                               ACC-SOLDE + ACC-LIMITE-DECOUVERT
                       IF WS-DISPONIBLE < ZERO
                           MOVE ZERO TO WS-DISPONIBLE
                       END-IF
                       PERFORM VARYING WS-F FROM 1 BY 1
                               UNTIL WS-F > WS-FREEZE-CNT
                           IF WS-F-ACC-ID(WS-F) = ACC-ID
                               MOVE "Y" TO WS-C-GELE(WS-C)
                               MOVE ZERO TO WS-DISPONIBLE
                           END-IF
                       END-PERFORM
                       MOVE WS-DISPONIBLE TO WS-C-DISPONIBLE(WS-C)
                   END-IF
               END-PERFORM
           END-IF.
       1310-EVALUER-COMPTE-FIN.
           EXIT.

      * Each schedule line is carried into the new generation; a
      * line of a live loan that has fallen due and is not yet paid
      * in full is collected on first.
       2000-TRAITER-ECHEANCE-DEB.
           READ SCHEDULE-FILE
               AT END
                   MOVE "10" TO WS-SCHEDULE-STATUS
               NOT AT END
                   ADD 1 TO WS-LIGNE-LUE-CNT
                   MOVE ZERO TO WS-PRET-TROUVE
                   PERFORM VARYING WS-N FROM 1 BY 1
                           UNTIL WS-N > WS-LOAN-CNT
                       IF WS-N-LOAN-ID(WS-N) = SCH-LOAN-ID
                           MOVE WS-N TO WS-PRET-TROUVE
                       END-IF
                   END-PERFORM
                   IF WS-PRET-TROUVE = ZERO
                       DISPLAY "LIGNE D'ECHEANCIER SANS PRET: "
                               SCH-LOAN-ID " " SCH-NUMERO
                   ELSE
                       IF WS-N-STATUT(WS-PRET-TROUVE) = "A"
                               AND SCH-ECHEANCE <= WS-RUN-DATE
                               AND NOT SCH-PAYEE
                           PERFORM 2100-PERCEVOIR-ECHEANCE-DEB
                              THRU 2100-PERCEVOIR-ECHEANCE-FIN
                       END-IF
                   END-IF
                   MOVE LOAN-SCHEDULE-RECORD TO NEW-SCHEDULE-RECORD
                   WRITE NEW-SCHEDULE-RECORD
           END-READ.
       2000-TRAITER-ECHEANCE-FIN.
           EXIT.

      * Collects what the account can fund against what the line
      * still owes, interest before principal. A line falling due
      * for the first time moves the loan's next-instalment pointer
      * and its principal still to fall due.
       2100-PERCEVOIR-ECHEANCE-DEB.
           SET NX TO WS-PRET-TROUVE.
           MOVE WS-N-COMPTE(NX) TO WS-C.
           ADD 1 TO WS-ECHUE-CNT.

           IF SCH-A-ECHOIR
               COMPUTE WS-N-PROCHAIN(NX) = SCH-NUMERO + 1
               MOVE SCH-RESTANT TO WS-N-RESTANT(NX)
           END-IF.

           COMPUTE WS-DU = SCH-MENSUALITE - SCH-PAYE.
           IF WS-DU > WS-C-DISPONIBLE(WS-C)
               MOVE WS-C-DISPONIBLE(WS-C) TO WS-PERCU
           ELSE
               MOVE WS-DU TO WS-PERCU
           END-IF.

           IF SCH-PAYE < SCH-INTERETS
               COMPUTE WS-INTERETS-DUS = SCH-INTERETS - SCH-PAYE
           ELSE
               MOVE ZERO TO WS-INTERETS-DUS
           END-IF.
           IF WS-PERCU > WS-INTERETS-DUS
               MOVE WS-INTERETS-DUS TO WS-PERCU-INT
           ELSE
               MOVE WS-PERCU TO WS-PERCU-INT
           END-IF.
           COMPUTE WS-PERCU-CAP = WS-PERCU - WS-PERCU-INT.

           SUBTRACT WS-PERCU FROM WS-C-DISPONIBLE(WS-C).
           ADD WS-PERCU TO SCH-PAYE.
           ADD WS-PERCU-INT TO WS-N-PERCU-INT(NX).
           ADD WS-PERCU-CAP TO WS-N-PERCU-CAP(NX).
           ADD WS-PERCU TO WS-TOTAL-PERCU.
           COMPUTE WS-RESTE-DU = SCH-MENSUALITE - SCH-PAYE.

           EVALUATE TRUE
               WHEN WS-RESTE-DU = ZERO
                   MOVE "P" TO SCH-STATUT
                   ADD 1 TO WS-PAYEE-CNT
               WHEN SCH-PAYE > ZERO
                   MOVE "I" TO SCH-STATUT
                   ADD 1 TO WS-PARTIELLE-CNT
               WHEN OTHER
                   MOVE "M" TO SCH-STATUT
                   ADD 1 TO WS-IMPAYEE-CNT
           END-EVALUATE.

           IF WS-PERCU > ZERO
               PERFORM 2200-ECRIRE-REGISTRE-DEB
                  THRU 2200-ECRIRE-REGISTRE-FIN
           END-IF.
           IF WS-RESTE-DU > ZERO
               ADD WS-RESTE-DU TO WS-N-ARRIERE(NX)
               ADD WS-RESTE-DU TO WS-TOTAL-ARRIERE
               PERFORM 2300-ECRIRE-ARRIERE-DEB
                  THRU 2300-ECRIRE-ARRIERE-FIN
           END-IF.
       2100-PERCEVOIR-ECHEANCE-FIN.
           EXIT.

       2200-ECRIRE-REGISTRE-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               ADD 1 TO RH-PAGE-NUMBER
               MOVE SPACES TO RH-HEADING-LINE-1
               STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                      " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                      DELIMITED BY SIZE INTO RH-HEADING-LINE-1
               MOVE RH-HEADING-LINE-1 TO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE SPACES TO REGISTER-LINE
               STRING "PRET   COMPTE  NO  ECHEANCE       PERCU"
                      "    INTERETS     CAPITAL ST"
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE ZERO TO RH-LINE-COUNT
           END-IF.
           MOVE WS-PERCU TO WS-MONTANT-EDITE.
           MOVE WS-PERCU-INT TO WS-INTERETS-EDITE.
           MOVE WS-PERCU-CAP TO WS-CAPITAL-EDITE.
           MOVE SPACES TO REGISTER-LINE.
           STRING WS-N-LOAN-ID(NX) " " WS-N-ACC-ID(NX) " "
                  SCH-NUMERO " " SCH-ECHEANCE " "
                  WS-MONTANT-EDITE " " WS-INTERETS-EDITE " "
                  WS-CAPITAL-EDITE " " SCH-STATUT
                  DELIMITED BY SIZE INTO REGISTER-LINE.
           WRITE REGISTER-LINE.
           ADD 1 TO RH-LINE-COUNT.
       2200-ECRIRE-REGISTRE-FIN.
           EXIT.

       2300-ECRIRE-ARRIERE-DEB.
           MOVE SCH-MENSUALITE TO WS-MONTANT-EDITE.
           MOVE SCH-PAYE TO WS-CAPITAL-EDITE.
           MOVE WS-RESTE-DU TO WS-RESTE-EDITE.
           MOVE SPACES TO ARREARS-LINE.
           STRING WS-N-LOAN-ID(NX) " " WS-N-ACC-ID(NX) " "
                  SCH-NUMERO " " SCH-ECHEANCE " "
                  WS-MONTANT-EDITE " " WS-CAPITAL-EDITE " "
                  WS-RESTE-EDITE " " SCH-STATUT
                  DELIMITED BY SIZE INTO ARREARS-LINE.
           IF WS-C-GELE(WS-C) = "Y"
               STRING " COMPTE GELE"
                      DELIMITED BY SIZE INTO ARREARS-LINE(78:13)
           END-IF.
           IF WS-C-TROUVE(WS-C) NOT = "Y"
               STRING " COMPTE ABSENT"
                      DELIMITED BY SIZE INTO ARREARS-LINE(78:13)
           END-IF.
           WRITE ARREARS-LINE.
       2300-ECRIRE-ARRIERE-FIN.
           EXIT.

      * One debit for the interest and one for the principal
      * collected on each loan, dated the run date; a loan with
      * nothing left owing is marked paid off.
       3000-GENERER-DEBITS-DEB.
           IF WS-N-PERCU-INT(WS-N) > ZERO
               MOVE SPACES TO ACCOUNT-TRANSACTION
               MOVE WS-N-ACC-ID(WS-N) TO TXN-ACC-ID
               MOVE "D" TO TXN-TYPE
               MOVE WS-N-PERCU-INT(WS-N) TO TXN-MONTANT
               MOVE WS-RUN-DATE TO TXN-DATE
               WRITE ACCOUNT-TRANSACTION
               ADD 1 TO WS-TXN-CNT
           END-IF.
           IF WS-N-PERCU-CAP(WS-N) > ZERO
               MOVE SPACES TO ACCOUNT-TRANSACTION
               MOVE WS-N-ACC-ID(WS-N) TO TXN-ACC-ID
               MOVE "D" TO TXN-TYPE
               MOVE WS-N-PERCU-CAP(WS-N) TO TXN-MONTANT
               MOVE WS-RUN-DATE TO TXN-DATE
               WRITE ACCOUNT-TRANSACTION
               ADD 1 TO WS-TXN-CNT
           END-IF.

           IF WS-N-STATUT(WS-N) = "A"
                   AND WS-N-RESTANT(WS-N) = ZERO
                   AND WS-N-ARRIERE(WS-N) = ZERO
               MOVE "S" TO WS-N-STATUT(WS-N)
               ADD 1 TO WS-SOLDE-CNT
               MOVE SPACES TO WS-AT-BEFORE
               STRING WS-N-LOAN-ID(WS-N) " STATUT=A"
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
               MOVE SPACES TO WS-AT-AFTER
               STRING WS-N-LOAN-ID(WS-N) " STATUT=S SOLDE"
                      DELIMITED BY SIZE INTO WS-AT-AFTER
               CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                   WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER
           END-IF.
       3000-GENERER-DEBITS-FIN.
           EXIT.

      * The collection is done and the new generation is complete
      * on disk: only now does it replace the live schedule.
       4000-BASCULER-ECHEANCIER-DEB.
           IF WS-ECHEANCIER-OUVERT = "Y"
               CLOSE SCHEDULE-FILE
           END-IF.
           CLOSE NEW-SCHEDULE-FILE.

           OPEN INPUT NEW-SCHEDULE-FILE.
           IF WS-NEW-SCHED-STATUS NOT = "00"
               DISPLAY "ERREUR RELECTURE NEW-SCHEDULE-FILE: "
                       WS-NEW-SCHED-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE SCHEDULE-FILE: "
                       WS-SCHEDULE-STATUS
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-NEW-SCHED-STATUS = "10"
               READ NEW-SCHEDULE-FILE
                   AT END
                       MOVE "10" TO WS-NEW-SCHED-STATUS
                   NOT AT END
                       MOVE NEW-SCHEDULE-RECORD
                           TO LOAN-SCHEDULE-RECORD
                       WRITE LOAN-SCHEDULE-RECORD
               END-READ
           END-PERFORM.

           CLOSE NEW-SCHEDULE-FILE.
           CLOSE SCHEDULE-FILE.
       4000-BASCULER-ECHEANCIER-FIN.
           EXIT.

       4100-SAUVEGARDER-PRETS-DEB.
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

           MOVE "R" TO WS-LOCK-ACTION.
           CALL "MasterLockManager" USING WS-LOCK-ACTION
               WS-LOCK-PATH WS-LOCK-HOLDER WS-LOCK-RESULT.
       4100-SAUVEGARDER-PRETS-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE TRANSACTION-FILE.
           CLOSE REGISTER-FILE.

           MOVE WS-TOTAL-ARRIERE TO WS-TOTAL-EDITE.
           MOVE SPACES TO ARREARS-LINE.
           STRING "TOTAL DES ARRIERES: " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO ARREARS-LINE.
           WRITE ARREARS-LINE.
           CLOSE ARREARS-FILE.

           MOVE WS-TOTAL-PERCU TO WS-TOTAL-EDITE.
           DISPLAY "------------------------------------------------".
           DISPLAY "REMBOURSEMENTS DE PRETS TERMINES.".
           DISPLAY "PRETS SUR FICHIER     : " WS-LOAN-CNT.
           DISPLAY "LIGNES D'ECHEANCIER   : " WS-LIGNE-LUE-CNT.
           DISPLAY "ECHEANCES A PERCEVOIR : " WS-ECHUE-CNT.
           DISPLAY "  PAYEES              : " WS-PAYEE-CNT.
           DISPLAY "  PARTIELLES          : " WS-PARTIELLE-CNT.
           DISPLAY "  IMPAYEES            : " WS-IMPAYEE-CNT.
           DISPLAY "DEBITS GENERES        : " WS-TXN-CNT.
           DISPLAY "TOTAL PERCU           : " WS-TOTAL-EDITE.
           MOVE WS-TOTAL-ARRIERE TO WS-TOTAL-EDITE.
           DISPLAY "TOTAL DES ARRIERES    : " WS-TOTAL-EDITE.
           DISPLAY "PRETS SOLDES          : " WS-SOLDE-CNT.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
