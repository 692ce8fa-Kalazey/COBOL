       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccountFxRevaluation.
       AUTHOR. Mathieu.

      * Month-end revaluation of the accounts kept in a currency
      * other than the euro (the account currency file). For the
      * period on Data/FX-REVALUATION-PARM.txt - the current month
      * when the file is absent - each foreign balance of the
      * account master is priced at the rate in force on the last
      * day of the period, and that euro equivalent is set against
      * the account's euro book value: the value the last
      * revaluation left it at, plus every posting journal row
      * since, at the euro amount GlJournalPostBatch booked it for
      * (the rate of the row's date). The difference is the
      * unrealized exchange result. The members' balances are owed
      * to them, so a dearer currency is a loss - it books as
      * CHGPERTE, exchange losses against the members' account -
      * and a cheaper one a gain, CHGGAIN, the other way round;
      * both go to the subledger register GlJournalPostBatch takes
      * into the ledger. The book value and the last journal run
      * id taken in are kept per account on the revaluation
      * register (Data/FX-REVALUATION-REGISTER.txt), so next month
      * only revalues what moved since; an account already
      * revalued for the period is passed over, which makes a
      * relaunch harmless. The report prints, account by account,
      * the balance, the rate used and its date, the euro
      * equivalent, the book value and the result. A balance the
      * rate table cannot price at month end - or a journal row it
      * cannot price - is left for a rerun and ends the run with
      * condition code 8. Each revalued account rides
      * AuditTrailWriter and the run balances with
      * ControlTotals.cpy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CURRENCY-FILE ASSIGN DYNAMIC WS-CURRENCY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENCY-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT POSTING-JOURNAL-FILE ASSIGN DYNAMIC WS-POSTING-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.

           SELECT REVAL-FILE ASSIGN DYNAMIC WS-REVAL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REVAL-STATUS.

           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  FX-REVALUATION-PARM.
           05 PRM-PERIODE           PIC 9(6).

       FD  CURRENCY-FILE.
           COPY "AccountCurrency.cpy".

       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           05 ACC-ID                PIC X(6).
           05 ACC-NAME              PIC X(20).
           05 ACC-SOLDE             PIC S9(7)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05 ACC-LIMITE-DECOUVERT  PIC 9(7)V99.

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

      * One row per account ever revalued: the currency it was
      * revalued in, the last period, the last posting journal run
      * id folded into the book value, the euro book value the
      * revaluation left, and the rate and rate date it used.
       FD  REVAL-FILE.
       01  FX-REVALUATION-RECORD.
           05 REV-ACC-ID            PIC X(6).
           05 REV-DEVISE            PIC X(3).
           05 REV-PERIODE           PIC 9(6).
           05 REV-RUN-ID            PIC X(14).
           05 REV-CONTRE-VALEUR     PIC S9(9)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05 REV-COURS             PIC 9(4)V9(6).
           05 REV-DATE-COURS        PIC 9(8).

       FD  REGISTER-FILE.
           COPY "SubledgerRegister.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "AccountFxRevaluation".

       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/FX-REVALUATION-PARM.txt".
       01  WS-CURRENCY-PATH         PIC X(40)
                                 VALUE "Data/ACCOUNT-CURRENCY.txt".
       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/ACCOUNT-MASTER.txt".
       01  WS-POSTING-PATH          PIC X(40)
                             VALUE "Data/ACCOUNT-POSTING-JOURNAL.txt".
       01  WS-REVAL-PATH            PIC X(40)
                             VALUE "Data/FX-REVALUATION-REGISTER.txt".
       01  WS-REGISTER-PATH         PIC X(40)
                             VALUE "Data/SUBLEDGER-GL-REGISTER.txt".
       01  WS-REPORT-PATH           PIC X(40)
                             VALUE "Data/FX-REVALUATION-REPORT.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-CURRENCY-STATUS       PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-POSTING-STATUS        PIC XX.
       01  WS-REVAL-STATUS          PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-RUN-ID                PIC X(14).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-PERIODE        PIC 9(6).
           05 FILLER                PIC 9(2).
       01  WS-RUN-DATE-EDITION REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME
                                    PIC X(8).

      * The revaluation date is the last day of the period.
       01  WS-DATE-REEVAL           PIC 9(8).
       01  WS-DATE-REEVAL-GROUPE REDEFINES WS-DATE-REEVAL.
           05 WS-PERIODE            PIC 9(6).
           05 WS-JOUR-REEVAL        PIC 9(2).
       01  WS-MONTH-NAME            PIC X(9).
       01  WS-LAST-DAY-OF-MONTH     PIC 9(2).
       01  WS-CUTOFF-SWITCH         PIC X.

      * One slot per foreign-currency account, filled from the
      * currency file, the revaluation register, the journal and
      * the master in that order.
       01  WS-FX-CNT                PIC 9(4) VALUE ZERO.
       01  WS-F                     PIC 9(4).
       01  WS-FX-TROUVE             PIC 9(4).

       01  WS-FX-TABLE.
           05 WS-FX-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON WS-FX-CNT
                   INDEXED BY FXX.
               10 WS-FX-ACC-ID      PIC X(6).
               10 WS-FX-NOM         PIC X(20).
               10 WS-FX-DEVISE      PIC X(3).
               10 WS-FX-EFFET       PIC 9(8).
               10 WS-FX-AU-MAITRE   PIC X(1).
               10 WS-FX-SOLDE       PIC S9(7)V99.
               10 WS-FX-REV-INDEX   PIC 9(4).
               10 WS-FX-VALEUR      PIC S9(9)V99.
               10 WS-FX-MARQUE      PIC X(14).
               10 WS-FX-RUN-ID-MAX  PIC X(14).
               10 WS-FX-FLUX-CNT    PIC 9(5).
               10 WS-FX-SANS-COURS  PIC 9(5).

       01  WS-REV-CNT               PIC 9(4) VALUE ZERO.
       01  WS-R                     PIC 9(4).

       01  WS-REV-TABLE.
           05 WS-REV-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON WS-REV-CNT
                   INDEXED BY RVX.
               10 WS-RV-ACC-ID      PIC X(6).
               10 WS-RV-DEVISE      PIC X(3).
               10 WS-RV-PERIODE     PIC 9(6).
               10 WS-RV-RUN-ID      PIC X(14).
               10 WS-RV-VALEUR      PIC S9(9)V99.
               10 WS-RV-COURS       PIC 9(4)V9(6).
               10 WS-RV-DATE-COURS  PIC 9(8).

       01  WS-XR-DEVISE             PIC X(3).
       01  WS-XR-DATE               PIC 9(8).
       01  WS-XR-COURS              PIC 9(4)V9(6).
       01  WS-XR-DATE-COURS         PIC 9(8).
       01  WS-XR-RESULT             PIC X(1).
           88 COURS-CONNU           VALUE "Y".

       01  WS-FLUX-EUR              PIC 9(9)V99.
       01  WS-CONTRE-VALEUR         PIC S9(9)V99.
       01  WS-ECART                 PIC S9(9)V99.
       01  WS-ECART-ABSOLU          PIC 9(9)V99.
       01  WS-SENS                  PIC X(5).

       01  WS-REEVALUE-CNT          PIC 9(5) VALUE ZERO.
       01  WS-DEJA-CNT              PIC 9(5) VALUE ZERO.
       01  WS-SANS-COURS-CNT        PIC 9(5) VALUE ZERO.
       01  WS-ABSENT-CNT            PIC 9(5) VALUE ZERO.
       01  WS-GAIN-CNT              PIC 9(5) VALUE ZERO.
       01  WS-PERTE-CNT             PIC 9(5) VALUE ZERO.
       01  WS-GAIN-TOTAL            PIC 9(9)V99 VALUE ZERO.
       01  WS-PERTE-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01  WS-CT-CENTIMES           PIC 9(12).

       01  WS-SOLDE-EDITE           PIC -(7)9.99.
       01  WS-COURS-EDITE           PIC Z(3)9.9(6).
       01  WS-EUR-EDITE             PIC -(10)9.99.
       01  WS-VALEUR-EDITE          PIC -(10)9.99.
       01  WS-ECART-EDITE           PIC -(10)9.99.
       01  WS-TOTAL-EDITE           PIC Z(8)9.99.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "AccountFxRevaluation".
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

           PERFORM 2000-CUMULER-JOURNAL-DEB
              THRU 2000-CUMULER-JOURNAL-FIN.

           PERFORM 2500-LIRE-SOLDES-DEB
              THRU 2500-LIRE-SOLDES-FIN.

           PERFORM 3000-REEVALUER-COMPTE-DEB
              THRU 3000-REEVALUER-COMPTE-FIN
              VARYING WS-F FROM 1 BY 1
              UNTIL WS-F > WS-FX-CNT.

           PERFORM 4000-SAUVEGARDER-REGISTRE-DEB
              THRU 4000-SAUVEGARDER-REGISTRE-FIN.

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

           MOVE WS-RUN-PERIODE TO WS-PERIODE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PRM-PERIODE IS NUMERIC
                               AND PRM-PERIODE > ZERO
                           MOVE PRM-PERIODE TO WS-PERIODE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           MOVE 01 TO WS-JOUR-REEVAL.
           CALL "MonthEndCutoffValidator" USING WS-DATE-REEVAL
               WS-MONTH-NAME WS-LAST-DAY-OF-MONTH WS-CUTOFF-SWITCH.
           MOVE WS-LAST-DAY-OF-MONTH TO WS-JOUR-REEVAL.
           DISPLAY "REEVALUATION DES COMPTES EN DEVISE AU "
                   WS-DATE-REEVAL.

           PERFORM 1100-CHARGER-DEVISES-DEB
              THRU 1100-CHARGER-DEVISES-FIN.

           PERFORM 1200-CHARGER-REGISTRE-DEB
              THRU 1200-CHARGER-REGISTRE-FIN.

           OPEN EXTEND REGISTER-FILE.
           IF WS-REGISTER-STATUS = "05" OR WS-REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REGISTER-FILE: "
                       WS-REGISTER-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE "AccountFxRevaluation" TO RH-PROGRAM-ID.
           MOVE "REEVALUATION DEVISES" TO RH-REPORT-TITLE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           PERFORM 8000-ECRIRE-ENTETE-DEB
              THRU 8000-ECRIRE-ENTETE-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

      * No currency file means no foreign account: the run prints
      * an empty report and books nothing.
       1100-CHARGER-DEVISES-DEB.
           OPEN INPUT CURRENCY-FILE.
           IF WS-CURRENCY-STATUS = "00"
               PERFORM UNTIL WS-CURRENCY-STATUS = "10"
                   READ CURRENCY-FILE
                       AT END
                           MOVE "10" TO WS-CURRENCY-STATUS
                       NOT AT END
                           IF WS-FX-CNT < 2000
                               ADD 1 TO WS-FX-CNT
                               SET FXX TO WS-FX-CNT
                               MOVE CUR-ACC-ID TO WS-FX-ACC-ID(FXX)
                               MOVE SPACES TO WS-FX-NOM(FXX)
                               MOVE CUR-DEVISE TO WS-FX-DEVISE(FXX)
                               MOVE CUR-DATE-EFFET
                                   TO WS-FX-EFFET(FXX)
                               MOVE "N" TO WS-FX-AU-MAITRE(FXX)
                               MOVE ZERO TO WS-FX-SOLDE(FXX)
                               MOVE ZERO TO WS-FX-REV-INDEX(FXX)
                               MOVE ZERO TO WS-FX-VALEUR(FXX)
                               MOVE SPACES TO WS-FX-MARQUE(FXX)
                               MOVE SPACES TO WS-FX-RUN-ID-MAX(FXX)
                               MOVE ZERO TO WS-FX-FLUX-CNT(FXX)
                               MOVE ZERO TO WS-FX-SANS-COURS(FXX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURRENCY-FILE
           END-IF.
       1100-CHARGER-DEVISES-FIN.
           EXIT.

      * An account's last revaluation gives its starting book value
      * and journal mark - unless it was made in another currency
      * (the account changed currency at zero since), in which case
      * the account starts again from nothing.
       1200-CHARGER-REGISTRE-DEB.
           OPEN INPUT REVAL-FILE.
           IF WS-REVAL-STATUS = "35"
               MOVE ZERO TO WS-REV-CNT
           ELSE
               IF WS-REVAL-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE REVAL-FILE: "
                           WS-REVAL-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-REVAL-STATUS = "10"
                   READ REVAL-FILE
                       AT END
                           MOVE "10" TO WS-REVAL-STATUS
                       NOT AT END
                           IF WS-REV-CNT < 2000
                               ADD 1 TO WS-REV-CNT
                               SET RVX TO WS-REV-CNT
                               MOVE REV-ACC-ID TO WS-RV-ACC-ID(RVX)
                               MOVE REV-DEVISE TO WS-RV-DEVISE(RVX)
                               MOVE REV-PERIODE TO WS-RV-PERIODE(RVX)
                               MOVE REV-RUN-ID TO WS-RV-RUN-ID(RVX)
                               MOVE REV-CONTRE-VALEUR
                                   TO WS-RV-VALEUR(RVX)
                               MOVE REV-COURS TO WS-RV-COURS(RVX)
                               MOVE REV-DATE-COURS
                                   TO WS-RV-DATE-COURS(RVX)
                           ELSE
                               DISPLAY "REGISTRE DE REEVALUATION PLEIN"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVAL-FILE
           END-IF.

           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FX-CNT
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-REV-CNT
                   IF WS-RV-ACC-ID(WS-R) = WS-FX-ACC-ID(WS-F)
                       MOVE WS-R TO WS-FX-REV-INDEX(WS-F)
                       IF WS-RV-DEVISE(WS-R) = WS-FX-DEVISE(WS-F)
                           MOVE WS-RV-VALEUR(WS-R)
                               TO WS-FX-VALEUR(WS-F)
                           MOVE WS-RV-RUN-ID(WS-R)
                               TO WS-FX-MARQUE(WS-F)
                       ELSE
                           MOVE ZERO TO WS-RV-PERIODE(WS-R)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
       1200-CHARGER-REGISTRE-FIN.
           EXIT.

      * Every journal row of a foreign account past its mark, from
      * the day the account took its currency, moves the book value
      * by the euro amount the ledger booked for it.
       2000-CUMULER-JOURNAL-DEB.
           IF WS-FX-CNT > ZERO
               OPEN INPUT POSTING-JOURNAL-FILE
               IF WS-POSTING-STATUS = "35"
                   MOVE "10" TO WS-POSTING-STATUS
               ELSE
                   IF WS-POSTING-STATUS NOT = "00"
                       DISPLAY "ERREUR OUVERTURE POSTING-JOURNAL-FILE: "
                               WS-POSTING-STATUS
                       STOP RUN
                   END-IF
                   PERFORM 2100-LIRE-JOURNAL-DEB
                      THRU 2100-LIRE-JOURNAL-FIN
                      UNTIL WS-POSTING-STATUS = "10"
                   CLOSE POSTING-JOURNAL-FILE
               END-IF
           END-IF.
       2000-CUMULER-JOURNAL-FIN.
           EXIT.

       2100-LIRE-JOURNAL-DEB.
           READ POSTING-JOURNAL-FILE
               AT END
                   MOVE "10" TO WS-POSTING-STATUS
               NOT AT END
                   MOVE ZERO TO WS-FX-TROUVE
                   PERFORM VARYING WS-F FROM 1 BY 1
                           UNTIL WS-F > WS-FX-CNT
                       IF WS-FX-ACC-ID(WS-F) = JRN-ACC-ID
                               AND JRN-DATE >= WS-FX-EFFET(WS-F)
                               AND JRN-RUN-ID > WS-FX-MARQUE(WS-F)
                           MOVE WS-F TO WS-FX-TROUVE
                       END-IF
                   END-PERFORM
                   IF WS-FX-TROUVE > ZERO
                       PERFORM 2200-CONVERTIR-FLUX-DEB
                          THRU 2200-CONVERTIR-FLUX-FIN
                   END-IF
           END-READ.
       2100-LIRE-JOURNAL-FIN.
           EXIT.

      * Same rate, same rounding as GlJournalPostBatch, so the book
      * value here is the euro amount the ledger actually holds.
       2200-CONVERTIR-FLUX-DEB.
           MOVE WS-FX-TROUVE TO WS-F.
           MOVE WS-FX-DEVISE(WS-F) TO WS-XR-DEVISE.
           MOVE JRN-DATE TO WS-XR-DATE.
           CALL "ExchangeRateLookup" USING WS-XR-DEVISE WS-XR-DATE
               WS-XR-COURS WS-XR-DATE-COURS WS-XR-RESULT.
           IF COURS-CONNU
               COMPUTE WS-FLUX-EUR ROUNDED =
                       JRN-MONTANT / WS-XR-COURS
               IF JRN-TYPE = "C"
                   ADD WS-FLUX-EUR TO WS-FX-VALEUR(WS-F)
               ELSE
                   SUBTRACT WS-FLUX-EUR FROM WS-FX-VALEUR(WS-F)
               END-IF
               ADD 1 TO WS-FX-FLUX-CNT(WS-F)
               IF JRN-RUN-ID > WS-FX-RUN-ID-MAX(WS-F)
                   MOVE JRN-RUN-ID TO WS-FX-RUN-ID-MAX(WS-F)
               END-IF
           ELSE
               ADD 1 TO WS-FX-SANS-COURS(WS-F)
           END-IF.
       2200-CONVERTIR-FLUX-FIN.
           EXIT.

      * Envelope records (00 header / 99 trailer) left by the
      * stamping utility are skipped on the way through.
       2500-LIRE-SOLDES-DEB.
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
                           PERFORM VARYING WS-F FROM 1 BY 1
                                   UNTIL WS-F > WS-FX-CNT
                               IF WS-FX-ACC-ID(WS-F) = ACC-ID
                                   MOVE "Y" TO WS-FX-AU-MAITRE(WS-F)
                                   MOVE ACC-NAME TO WS-FX-NOM(WS-F)
                                   MOVE ACC-SOLDE TO WS-FX-SOLDE(WS-F)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MASTER-FILE.
       2500-LIRE-SOLDES-FIN.
           EXIT.

      * One foreign account: price the balance at month end, set it
      * against the book value, register the difference.
       3000-REEVALUER-COMPTE-DEB.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           ADD 1 TO CT-INPUT-HASH-TOTAL.
           MOVE WS-FX-SOLDE(WS-F) TO WS-SOLDE-EDITE.
           MOVE SPACES TO REPORT-LINE.

           IF WS-FX-AU-MAITRE(WS-F) NOT = "Y"
               ADD 1 TO WS-ABSENT-CNT
               ADD 1 TO CT-OUTPUT-RECORD-COUNT
               ADD 1 TO CT-OUTPUT-HASH-TOTAL
               STRING WS-FX-ACC-ID(WS-F) " " WS-FX-DEVISE(WS-F)
                      " *** COMPTE ABSENT DU MAITRE - IGNORE ***"
                      DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 8100-ECRIRE-LIGNE-DEB
                  THRU 8100-ECRIRE-LIGNE-FIN
           ELSE
           IF WS-FX-REV-INDEX(WS-F) > ZERO
               AND WS-RV-PERIODE(WS-FX-REV-INDEX(WS-F)) >= WS-PERIODE
               ADD 1 TO WS-DEJA-CNT
               ADD 1 TO CT-OUTPUT-RECORD-COUNT
               ADD 1 TO CT-OUTPUT-HASH-TOTAL
               STRING WS-FX-ACC-ID(WS-F) " " WS-FX-DEVISE(WS-F)
                      " " WS-SOLDE-EDITE
                      "  DEJA REEVALUE POUR LA PERIODE "
                      WS-RV-PERIODE(WS-FX-REV-INDEX(WS-F))
                      DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 8100-ECRIRE-LIGNE-DEB
                  THRU 8100-ECRIRE-LIGNE-FIN
           ELSE
               MOVE WS-FX-DEVISE(WS-F) TO WS-XR-DEVISE
               MOVE WS-DATE-REEVAL TO WS-XR-DATE
               CALL "ExchangeRateLookup" USING WS-XR-DEVISE
                   WS-XR-DATE WS-XR-COURS WS-XR-DATE-COURS
                   WS-XR-RESULT
               IF NOT COURS-CONNU OR WS-FX-SANS-COURS(WS-F) > ZERO
                   ADD 1 TO WS-SANS-COURS-CNT
                   ADD 1 TO CT-OUTPUT-RECORD-COUNT
                   ADD 1 TO CT-OUTPUT-HASH-TOTAL
                   STRING WS-FX-ACC-ID(WS-F) " " WS-FX-DEVISE(WS-F)
                          " " WS-SOLDE-EDITE
                          "  *** COURS ABSENT - NON REEVALUE ***"
                          DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM 8100-ECRIRE-LIGNE-DEB
                      THRU 8100-ECRIRE-LIGNE-FIN
               ELSE
                   PERFORM 3100-CONSTATER-ECART-DEB
                      THRU 3100-CONSTATER-ECART-FIN
               END-IF
           END-IF
           END-IF.
       3000-REEVALUER-COMPTE-FIN.
           EXIT.

       3100-CONSTATER-ECART-DEB.
           COMPUTE WS-CONTRE-VALEUR ROUNDED =
                   WS-FX-SOLDE(WS-F) / WS-XR-COURS.
           COMPUTE WS-ECART = WS-CONTRE-VALEUR - WS-FX-VALEUR(WS-F).

           MOVE SPACES TO WS-SENS.
           IF WS-ECART > ZERO
               MOVE "PERTE" TO WS-SENS
               MOVE WS-ECART TO WS-ECART-ABSOLU
               ADD 1 TO WS-PERTE-CNT
               ADD WS-ECART-ABSOLU TO WS-PERTE-TOTAL
               MOVE "CHGPERTE" TO SLR-SOURCE
           END-IF.
           IF WS-ECART < ZERO
               MOVE "GAIN" TO WS-SENS
               COMPUTE WS-ECART-ABSOLU = WS-ECART * -1
               ADD 1 TO WS-GAIN-CNT
               ADD WS-ECART-ABSOLU TO WS-GAIN-TOTAL
               MOVE "CHGGAIN" TO SLR-SOURCE
           END-IF.

           IF WS-ECART NOT = ZERO
               MOVE WS-RUN-ID TO SLR-RUN-ID
               MOVE WS-DATE-REEVAL TO SLR-DATE
               MOVE WS-ECART-ABSOLU TO SLR-MONTANT
               MOVE WS-XR-COURS TO WS-COURS-EDITE
               MOVE SPACES TO SLR-REFERENCE
               STRING WS-FX-ACC-ID(WS-F) " " WS-FX-DEVISE(WS-F)
                      " " WS-COURS-EDITE
                      DELIMITED BY SIZE INTO SLR-REFERENCE
               MOVE SPACES TO SLR-COMPTE
               WRITE SUBLEDGER-REGISTER-RECORD
           END-IF.

           MOVE WS-FX-VALEUR(WS-F) TO WS-VALEUR-EDITE.
           MOVE WS-CONTRE-VALEUR TO WS-EUR-EDITE.
           MOVE SPACES TO WS-AT-BEFORE.
           STRING WS-FX-ACC-ID(WS-F) " " WS-FX-DEVISE(WS-F)
                  " VALEUR EUR=" WS-VALEUR-EDITE
                  DELIMITED BY SIZE INTO WS-AT-BEFORE.
           MOVE SPACES TO WS-AT-AFTER.
           STRING WS-FX-ACC-ID(WS-F) " " WS-FX-DEVISE(WS-F)
                  " VALEUR EUR=" WS-EUR-EDITE
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.

           MOVE WS-XR-COURS TO WS-COURS-EDITE.
           MOVE WS-ECART TO WS-ECART-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-FX-ACC-ID(WS-F) " " WS-FX-DEVISE(WS-F)
                  " " WS-SOLDE-EDITE " " WS-COURS-EDITE
                  " " WS-XR-DATE-COURS " " WS-EUR-EDITE
                  " " WS-VALEUR-EDITE " " WS-ECART-EDITE
                  " " WS-SENS
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.

           PERFORM 3200-MAJ-REGISTRE-DEB
              THRU 3200-MAJ-REGISTRE-FIN.

           ADD 1 TO WS-REEVALUE-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       3100-CONSTATER-ECART-FIN.
           EXIT.

      * The account's row on the revaluation register now carries
      * this period, the euro value just struck and the journal
      * mark it includes.
       3200-MAJ-REGISTRE-DEB.
           IF WS-FX-REV-INDEX(WS-F) = ZERO
               IF WS-REV-CNT >= 2000
                   DISPLAY "REGISTRE DE REEVALUATION PLEIN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REV-CNT
               MOVE WS-REV-CNT TO WS-FX-REV-INDEX(WS-F)
               MOVE WS-FX-ACC-ID(WS-F) TO WS-RV-ACC-ID(WS-REV-CNT)
               MOVE SPACES TO WS-RV-RUN-ID(WS-REV-CNT)
           END-IF.
           MOVE WS-FX-REV-INDEX(WS-F) TO WS-R.
           MOVE WS-FX-DEVISE(WS-F) TO WS-RV-DEVISE(WS-R).
           MOVE WS-PERIODE TO WS-RV-PERIODE(WS-R).
           IF WS-FX-RUN-ID-MAX(WS-F) > WS-FX-MARQUE(WS-F)
               MOVE WS-FX-RUN-ID-MAX(WS-F) TO WS-RV-RUN-ID(WS-R)
           ELSE
               MOVE WS-FX-MARQUE(WS-F) TO WS-RV-RUN-ID(WS-R)
           END-IF.
           MOVE WS-CONTRE-VALEUR TO WS-RV-VALEUR(WS-R).
           MOVE WS-XR-COURS TO WS-RV-COURS(WS-R).
           MOVE WS-XR-DATE-COURS TO WS-RV-DATE-COURS(WS-R).
       3200-MAJ-REGISTRE-FIN.
           EXIT.

       4000-SAUVEGARDER-REGISTRE-DEB.
           OPEN OUTPUT REVAL-FILE.
           IF WS-REVAL-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE REVAL-FILE: "
                       WS-REVAL-STATUS
               STOP RUN
           END-IF.

           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-REV-CNT
               MOVE SPACES TO FX-REVALUATION-RECORD
               MOVE WS-RV-ACC-ID(WS-R) TO REV-ACC-ID
               MOVE WS-RV-DEVISE(WS-R) TO REV-DEVISE
               MOVE WS-RV-PERIODE(WS-R) TO REV-PERIODE
               MOVE WS-RV-RUN-ID(WS-R) TO REV-RUN-ID
               MOVE WS-RV-VALEUR(WS-R) TO REV-CONTRE-VALEUR
               MOVE WS-RV-COURS(WS-R) TO REV-COURS
               MOVE WS-RV-DATE-COURS(WS-R) TO REV-DATE-COURS
               WRITE FX-REVALUATION-RECORD
           END-PERFORM.

           CLOSE REVAL-FILE.
       4000-SAUVEGARDER-REGISTRE-FIN.
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
           STRING "REEVALUATION AU " WS-DATE-REEVAL
                  " - COURS : UNITES DE DEVISE POUR UN EURO"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "COMPTE DEV       SOLDE       COURS DATE    "
                  " CONTRE-VAL EUR VAL. COMPTABLE"
                  "          ECART SENS"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 3 TO RH-LINE-COUNT.
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

       9000-TERMINAISON-DEB.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           MOVE WS-GAIN-TOTAL TO WS-TOTAL-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL GAINS DE CHANGE  (CHGGAIN)  " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           MOVE WS-PERTE-TOTAL TO WS-TOTAL-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL PERTES DE CHANGE (CHGPERTE) " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.

           CLOSE REGISTER-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "REEVALUATION DES DEVISES TERMINEE.".
           DISPLAY "COMPTES EN DEVISE     : " WS-FX-CNT.
           DISPLAY "REEVALUES             : " WS-REEVALUE-CNT.
           DISPLAY "DEJA REEVALUES        : " WS-DEJA-CNT.
           DISPLAY "SANS COURS            : " WS-SANS-COURS-CNT.
           DISPLAY "ABSENTS DU MAITRE     : " WS-ABSENT-CNT.
           MOVE WS-GAIN-TOTAL TO WS-TOTAL-EDITE.
           DISPLAY "GAINS DE CHANGE       : " WS-GAIN-CNT
                   " " WS-TOTAL-EDITE.
           MOVE WS-PERTE-TOTAL TO WS-TOTAL-EDITE.
           DISPLAY "PERTES DE CHANGE      : " WS-PERTE-CNT
                   " " WS-TOTAL-EDITE.
           DISPLAY "------------------------------------------------".

      * The control-total call resets RETURN-CODE; keep this run's.
           IF WS-SANS-COURS-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9000-TERMINAISON-FIN.
           EXIT.
