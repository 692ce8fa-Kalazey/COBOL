       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlYearEndClose.
       AUTHOR. Mathieu.

      * Fiscal year-end close of the general ledger. The fiscal year
      * is the calendar year named in Data/GL-YEAR-END-PARM.txt
      * (the year before the run date when the parameter is
      * absent), and the close refuses to run until all twelve of
      * its periods are marked C in the PERIOD-CONTROL calendar
      * PeriodCloseBatch maintains - a year still taking postings
      * cannot be closed. The job then nets every GL account over
      * the year and appends two sets of balanced entries to the GL
      * journal GlTrialBalance proves out:
      *   - closing entries (source CLOTURE, last period of the
      *     year) that bring each income and expense account (chart
      *     type R or C) to zero against the retained-result account
      *     named in the parameter;
      *   - opening entries (source OUVERTUR, first period of the
      *     new year) that carry each asset and liability account
      *     (type A or P), retained result included, into the new
      *     year against the opening-balance account 890000, which
      *     nets to zero over the whole set.
      * A year with no opening entries of its own is the first one
      * closed, so its balances take in all the history before it.
      * A year already closed, or a journal line on an account the
      * chart does not know, abandons the run with the severe code
      * before anything is written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CHART-FILE ASSIGN DYNAMIC WS-CHART-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN DYNAMIC WS-PERIOD-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN DYNAMIC WS-GL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  YEAR-END-PARM-RECORD.
           05 PRM-EXERCICE          PIC 9(4).
           05 PRM-COMPTE-REPORT     PIC X(6).

       FD  CHART-FILE.
       01  CHART-RECORD.
           05 GLA-NUMERO            PIC X(6).
           05 GLA-LIBELLE           PIC X(30).
           05 GLA-TYPE              PIC X(1).
           05 GLA-SENS              PIC X(1).

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-RECORD.
           05 PC-PERIODE            PIC 9(6).
           05 PC-STATUT             PIC X(1).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           05 GLJ-RUN-ID            PIC X(14).
           05 GLJ-PERIODE           PIC 9(6).
           05 GLJ-SOURCE            PIC X(8).
           05 GLJ-COMPTE            PIC X(6).
           05 GLJ-SENS              PIC X(1).
           05 GLJ-MONTANT           PIC 9(9)V99.
           05 GLJ-REFERENCE         PIC X(24).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/GL-YEAR-END-PARM.txt".
       01  WS-CHART-PATH            PIC X(40)
                             VALUE "Data/GL-CHART-OF-ACCOUNTS.txt".
       01  WS-PERIOD-PATH           PIC X(40)
                                 VALUE "Data/PERIOD-CONTROL.txt".
       01  WS-GL-PATH               PIC X(40)
                                 VALUE "Data/GL-JOURNAL.txt".
       01  WS-REPORT-PATH           PIC X(40)
                                 VALUE "Data/GL-YEAR-END-REPORT.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-CHART-STATUS          PIC XX.
       01  WS-PERIOD-STATUS         PIC XX.
       01  WS-GL-STATUS             PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-EXERCICE              PIC 9(4).
       01  WS-COMPTE-REPORT         PIC X(6) VALUE "120000".
       01  WS-COMPTE-OUVERTURE      PIC X(6) VALUE "890000".
       01  WS-PERIODE-DEBUT         PIC 9(6).
       01  WS-PERIODE-CLOTURE       PIC 9(6).
       01  WS-PERIODE-OUVERTURE     PIC 9(6).
       01  WS-PERIODE-DEPUIS        PIC 9(6).
       01  WS-PERIODE-CALCUL        PIC 9(6).
       01  WS-MOIS                  PIC 9(2).

       01  WS-CHART-CNT             PIC 9(3) VALUE ZERO.
       01  WS-C                     PIC 9(3).
       01  WS-COMPTE-TROUVE         PIC 9(3).

      * The chart in memory, with the year's net movement on each
      * account: debits and credits kept apart until the close.
       01  WS-CHART-TABLE.
           05 WS-CHART-ENTRY OCCURS 100 TIMES
                   DEPENDING ON WS-CHART-CNT
                   INDEXED BY CX.
               10 WS-C-NUMERO       PIC X(6).
               10 WS-C-LIBELLE      PIC X(30).
               10 WS-C-TYPE         PIC X(1).
               10 WS-C-DEBIT        PIC 9(11)V99.
               10 WS-C-CREDIT       PIC 9(11)V99.

       01  WS-PERIOD-CNT            PIC 9(3) VALUE ZERO.
       01  WS-P                     PIC 9(3).
       01  WS-PERIOD-TABLE.
           05 WS-PERIOD-ENTRY OCCURS 120 TIMES
                   DEPENDING ON WS-PERIOD-CNT
                   INDEXED BY PX.
               10 WS-P-PERIODE      PIC 9(6).
               10 WS-P-STATUT       PIC X(1).

       01  WS-PERIODE-CLOSE-CNT     PIC 9(2) VALUE ZERO.
       01  WS-OUVERTURE-TROUVEE     PIC X(1) VALUE "N".
           88 OUVERTURE-TROUVEE     VALUE "Y".
       01  WS-DEJA-CLOTURE          PIC X(1) VALUE "N".
           88 DEJA-CLOTURE          VALUE "Y".
       01  WS-HORS-PLAN-CNT         PIC 9(5) VALUE ZERO.
       01  WS-LIGNE-CNT             PIC 9(7) VALUE ZERO.
       01  WS-RETENUE-CNT           PIC 9(7) VALUE ZERO.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME PIC X(8).
       01  WS-RUN-ID                PIC X(14).

      * One balanced entry waiting to be written.
       01  WS-PERIODE               PIC 9(6).
       01  WS-SOURCE                PIC X(8).
       01  WS-COMPTE-DEBIT          PIC X(6).
       01  WS-COMPTE-CREDIT         PIC X(6).
       01  WS-MONTANT               PIC 9(9)V99.
       01  WS-REFERENCE             PIC X(24).

       01  WS-SOLDE                 PIC S9(11)V99.
       01  WS-RESULTAT              PIC S9(11)V99 VALUE ZERO.
       01  WS-REPORT-SOLDE          PIC S9(11)V99.
       01  WS-ECRITURE-CNT          PIC 9(5) VALUE ZERO.
       01  WS-CLOTURE-CNT           PIC 9(5) VALUE ZERO.
       01  WS-OUVERTURE-CNT         PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-DEBIT           PIC 9(13)V99 VALUE ZERO.
       01  WS-TOTAL-CREDIT          PIC 9(13)V99 VALUE ZERO.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "GlYearEndClose".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

       01  WS-MONTANT-EDITE         PIC Z(8)9.99.
       01  WS-RESULTAT-EDITE        PIC -(10)9.99.
       01  WS-TOTAL-EDITE           PIC Z(12)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-CUMULER-EXERCICE-DEB
              THRU 2000-CUMULER-EXERCICE-FIN.

           PERFORM 3000-CONTROLER-CLOTURE-DEB
              THRU 3000-CONTROLER-CLOTURE-FIN.

           PERFORM 4000-ECRIRE-CLOTURE-DEB
              THRU 4000-ECRIRE-CLOTURE-FIN.

           PERFORM 5000-ECRIRE-OUVERTURE-DEB
              THRU 5000-ECRIRE-OUVERTURE-FIN.

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

           MOVE "GlYearEndClose" TO RH-PROGRAM-ID.
           MOVE "CLOTURE EXERCICE" TO RH-REPORT-TITLE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM 1100-CHARGER-PARM-DEB
              THRU 1100-CHARGER-PARM-FIN.
           PERFORM 1200-CHARGER-PLAN-DEB
              THRU 1200-CHARGER-PLAN-FIN.
           PERFORM 1300-CHARGER-PERIODES-DEB
              THRU 1300-CHARGER-PERIODES-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-CHARGER-PARM-DEB.
           COMPUTE WS-EXERCICE = WS-RUN-YYYY - 1.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-EXERCICE IS NUMERIC
                               AND PRM-EXERCICE > ZERO
                           MOVE PRM-EXERCICE TO WS-EXERCICE
                       END-IF
                       IF PRM-COMPTE-REPORT NOT = SPACES
                           MOVE PRM-COMPTE-REPORT
                               TO WS-COMPTE-REPORT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "GL-YEAR-END-PARM ABSENT - EXERCICE PAR "
                       "DEFAUT " WS-EXERCICE
           END-IF.

           COMPUTE WS-PERIODE-DEBUT = WS-EXERCICE * 100 + 1.
           COMPUTE WS-PERIODE-CLOTURE = WS-EXERCICE * 100 + 12.
           COMPUTE WS-PERIODE-OUVERTURE =
                   (WS-EXERCICE + 1) * 100 + 1.
       1100-CHARGER-PARM-FIN.
           EXIT.

      * Both the retained-result and the opening-balance accounts
      * must be on the chart before anything is booked to them.
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
                           MOVE GLA-LIBELLE TO WS-C-LIBELLE(CX)
                           MOVE GLA-TYPE TO WS-C-TYPE(CX)
                           MOVE ZERO TO WS-C-DEBIT(CX)
                           MOVE ZERO TO WS-C-CREDIT(CX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHART-FILE.

           MOVE WS-COMPTE-REPORT TO GLJ-COMPTE.
           PERFORM 2200-CHERCHER-COMPTE-DEB
              THRU 2200-CHERCHER-COMPTE-FIN.
           IF WS-COMPTE-TROUVE = ZERO
               DISPLAY "COMPTE DE REPORT " WS-COMPTE-REPORT
                       " ABSENT DU PLAN COMPTABLE - RUN ABANDONNE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-COMPTE-OUVERTURE TO GLJ-COMPTE.
           PERFORM 2200-CHERCHER-COMPTE-DEB
              THRU 2200-CHERCHER-COMPTE-FIN.
           IF WS-COMPTE-TROUVE = ZERO
               DISPLAY "COMPTE D'OUVERTURE " WS-COMPTE-OUVERTURE
                       " ABSENT DU PLAN COMPTABLE - RUN ABANDONNE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-CHARGER-PLAN-FIN.
           EXIT.

      * Every period of the year must be on the calendar and closed.
      * Only the year's own rows are kept - the calendar holds every
      * year the ledger has run.
       1300-CHARGER-PERIODES-DEB.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PERIOD-STATUS = "00"
               PERFORM UNTIL WS-PERIOD-STATUS = "10"
                   READ PERIOD-CONTROL-FILE
                       AT END
                           MOVE "10" TO WS-PERIOD-STATUS
                       NOT AT END
                           IF PC-PERIODE >= WS-PERIODE-DEBUT
                                   AND PC-PERIODE <= WS-PERIODE-CLOTURE
                               IF WS-PERIOD-CNT >= 120
                                   DISPLAY "TABLE DES PERIODES PLEINE"
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-PERIOD-CNT
                               SET PX TO WS-PERIOD-CNT
                               MOVE PC-PERIODE TO WS-P-PERIODE(PX)
                               MOVE PC-STATUT TO WS-P-STATUT(PX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

           PERFORM VARYING WS-MOIS FROM 1 BY 1 UNTIL WS-MOIS > 12
               COMPUTE WS-PERIODE-CALCUL = WS-EXERCICE * 100 + WS-MOIS
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PERIOD-CNT
                   IF WS-P-PERIODE(WS-P) = WS-PERIODE-CALCUL
                           AND WS-P-STATUT(WS-P) = "C"
                       ADD 1 TO WS-PERIODE-CLOSE-CNT
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-PERIODE-CLOSE-CNT < 12
               DISPLAY "EXERCICE " WS-EXERCICE " : "
                       WS-PERIODE-CLOSE-CNT " PERIODE(S) CLOTUREE(S)"
                       " SUR 12 - CLOTURE ANNUELLE REFUSEE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1300-CHARGER-PERIODES-FIN.
           EXIT.

      * Two passes over the journal: the first finds whether the
      * year was opened from a previous close (and whether it has
      * already been closed itself), which decides where its
      * balances start; the second nets the accounts.
       2000-CUMULER-EXERCICE-DEB.
           OPEN INPUT GL-JOURNAL-FILE.
           IF WS-GL-STATUS = "35"
               DISPLAY "GL-JOURNAL ABSENT - RIEN A CLOTURER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE GL-JOURNAL-FILE: "
                       WS-GL-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-GL-STATUS = "10"
               READ GL-JOURNAL-FILE
                   AT END
                       MOVE "10" TO WS-GL-STATUS
                   NOT AT END
                       IF GLJ-SOURCE = "OUVERTUR"
                               AND GLJ-PERIODE = WS-PERIODE-DEBUT
                           MOVE "Y" TO WS-OUVERTURE-TROUVEE
                       END-IF
                       IF GLJ-SOURCE = "CLOTURE"
                               AND GLJ-PERIODE = WS-PERIODE-CLOTURE
                           MOVE "Y" TO WS-DEJA-CLOTURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-JOURNAL-FILE.

           IF OUVERTURE-TROUVEE
               MOVE WS-PERIODE-DEBUT TO WS-PERIODE-DEPUIS
           ELSE
               MOVE ZERO TO WS-PERIODE-DEPUIS
           END-IF.

           OPEN INPUT GL-JOURNAL-FILE.
           PERFORM 2100-LIRE-LIGNE-DEB
              THRU 2100-LIRE-LIGNE-FIN
              UNTIL WS-GL-STATUS = "10".
           CLOSE GL-JOURNAL-FILE.
       2000-CUMULER-EXERCICE-FIN.
           EXIT.

       2100-LIRE-LIGNE-DEB.
           READ GL-JOURNAL-FILE
               AT END
                   MOVE "10" TO WS-GL-STATUS
               NOT AT END
                   ADD 1 TO WS-LIGNE-CNT
                   IF GLJ-PERIODE >= WS-PERIODE-DEPUIS
                           AND GLJ-PERIODE <= WS-PERIODE-CLOTURE
                       ADD 1 TO WS-RETENUE-CNT
                       PERFORM 2200-CHERCHER-COMPTE-DEB
                          THRU 2200-CHERCHER-COMPTE-FIN
                       IF WS-COMPTE-TROUVE = ZERO
                           DISPLAY "COMPTE GL ABSENT DU PLAN "
                                   "COMPTABLE: " GLJ-COMPTE " "
                                   GLJ-REFERENCE
                           ADD 1 TO WS-HORS-PLAN-CNT
                       ELSE
                           IF GLJ-SENS = "D"
                               ADD GLJ-MONTANT
                                   TO WS-C-DEBIT(WS-COMPTE-TROUVE)
                           ELSE
                               ADD GLJ-MONTANT
                                   TO WS-C-CREDIT(WS-COMPTE-TROUVE)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       2100-LIRE-LIGNE-FIN.
           EXIT.

       2200-CHERCHER-COMPTE-DEB.
           MOVE ZERO TO WS-COMPTE-TROUVE.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CHART-CNT
               IF WS-C-NUMERO(WS-C) = GLJ-COMPTE
                   MOVE WS-C TO WS-COMPTE-TROUVE
               END-IF
           END-PERFORM.
       2200-CHERCHER-COMPTE-FIN.
           EXIT.

       3000-CONTROLER-CLOTURE-DEB.
           IF DEJA-CLOTURE
               DISPLAY "EXERCICE " WS-EXERCICE
                       " DEJA CLOTURE - RUN ABANDONNE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-HORS-PLAN-CNT > ZERO
               DISPLAY WS-HORS-PLAN-CNT " LIGNE(S) SUR COMPTE HORS "
                       "PLAN - CLOTURE IMPOSSIBLE, RUN ABANDONNE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND GL-JOURNAL-FILE.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE GL-JOURNAL-FILE: "
                       WS-GL-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.
       3000-CONTROLER-CLOTURE-FIN.
           EXIT.

      * Each result account is brought to zero against retained
      * result: an expense balance (debit) is credited away, an
      * income balance (credit) debited away.
       4000-ECRIRE-CLOTURE-DEB.
           PERFORM 6900-IMPRIMER-ENTETE-DEB
              THRU 6900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "ECRITURES DE CLOTURE - EXERCICE " WS-EXERCICE
                  " - PERIODE " WS-PERIODE-CLOTURE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

           MOVE WS-PERIODE-CLOTURE TO WS-PERIODE.
           MOVE "CLOTURE" TO WS-SOURCE.
           MOVE SPACES TO WS-REFERENCE.
           STRING "CLOTURE EXERCICE " WS-EXERCICE
                  DELIMITED BY SIZE INTO WS-REFERENCE.

           PERFORM 4100-SOLDER-COMPTE-DEB
              THRU 4100-SOLDER-COMPTE-FIN
              VARYING WS-C FROM 1 BY 1
              UNTIL WS-C > WS-CHART-CNT.

           MOVE WS-RESULTAT TO WS-RESULTAT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-RESULTAT < ZERO
               STRING "  RESULTAT DE L'EXERCICE (PERTE)    "
                      WS-RESULTAT-EDITE
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  RESULTAT DE L'EXERCICE (BENEFICE) "
                      WS-RESULTAT-EDITE
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       4000-ECRIRE-CLOTURE-FIN.
           EXIT.

       4100-SOLDER-COMPTE-DEB.
           IF WS-C-TYPE(WS-C) = "R" OR WS-C-TYPE(WS-C) = "C"
               COMPUTE WS-SOLDE = WS-C-CREDIT(WS-C)
                                - WS-C-DEBIT(WS-C)
               ADD WS-SOLDE TO WS-RESULTAT
               IF WS-SOLDE > ZERO
                   MOVE WS-C-NUMERO(WS-C) TO WS-COMPTE-DEBIT
                   MOVE WS-COMPTE-REPORT TO WS-COMPTE-CREDIT
                   MOVE WS-SOLDE TO WS-MONTANT
                   ADD WS-SOLDE TO WS-C-DEBIT(WS-C)
                   PERFORM 7000-ECRIRE-ECRITURE-DEB
                      THRU 7000-ECRIRE-ECRITURE-FIN
                   ADD 1 TO WS-CLOTURE-CNT
               END-IF
               IF WS-SOLDE < ZERO
                   MOVE WS-COMPTE-REPORT TO WS-COMPTE-DEBIT
                   MOVE WS-C-NUMERO(WS-C) TO WS-COMPTE-CREDIT
                   COMPUTE WS-MONTANT = ZERO - WS-SOLDE
                   ADD WS-MONTANT TO WS-C-CREDIT(WS-C)
                   PERFORM 7000-ECRIRE-ECRITURE-DEB
                      THRU 7000-ECRIRE-ECRITURE-FIN
                   ADD 1 TO WS-CLOTURE-CNT
               END-IF
           END-IF.
       4100-SOLDER-COMPTE-FIN.
           EXIT.

      * Balance-sheet accounts carry forward: the net balance of each,
      * retained result now holding the year's result, opens the new
      * year on the same side against the opening-balance account.
       5000-ECRIRE-OUVERTURE-DEB.
           MOVE WS-COMPTE-REPORT TO GLJ-COMPTE.
           PERFORM 2200-CHERCHER-COMPTE-DEB
              THRU 2200-CHERCHER-COMPTE-FIN.
           IF WS-RESULTAT > ZERO
               ADD WS-RESULTAT TO WS-C-CREDIT(WS-COMPTE-TROUVE)
           ELSE
               COMPUTE WS-REPORT-SOLDE = ZERO - WS-RESULTAT
               ADD WS-REPORT-SOLDE TO WS-C-DEBIT(WS-COMPTE-TROUVE)
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           PERFORM 6900-IMPRIMER-ENTETE-DEB
              THRU 6900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "A-NOUVEAUX - PERIODE " WS-PERIODE-OUVERTURE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

           MOVE WS-PERIODE-OUVERTURE TO WS-PERIODE.
           MOVE "OUVERTUR" TO WS-SOURCE.
           MOVE SPACES TO WS-REFERENCE.
           STRING "A-NOUVEAU EXERCICE " WS-EXERCICE
                  DELIMITED BY SIZE INTO WS-REFERENCE.

           PERFORM 5100-REPORTER-COMPTE-DEB
              THRU 5100-REPORTER-COMPTE-FIN
              VARYING WS-C FROM 1 BY 1
              UNTIL WS-C > WS-CHART-CNT.
       5000-ECRIRE-OUVERTURE-FIN.
           EXIT.

       5100-REPORTER-COMPTE-DEB.
           IF (WS-C-TYPE(WS-C) = "A" OR WS-C-TYPE(WS-C) = "P")
                   AND WS-C-NUMERO(WS-C) NOT = WS-COMPTE-OUVERTURE
               COMPUTE WS-SOLDE = WS-C-DEBIT(WS-C)
                                - WS-C-CREDIT(WS-C)
               IF WS-SOLDE > ZERO
                   MOVE WS-C-NUMERO(WS-C) TO WS-COMPTE-DEBIT
                   MOVE WS-COMPTE-OUVERTURE TO WS-COMPTE-CREDIT
                   MOVE WS-SOLDE TO WS-MONTANT
                   PERFORM 7000-ECRIRE-ECRITURE-DEB
                      THRU 7000-ECRIRE-ECRITURE-FIN
                   ADD 1 TO WS-OUVERTURE-CNT
               END-IF
               IF WS-SOLDE < ZERO
                   MOVE WS-COMPTE-OUVERTURE TO WS-COMPTE-DEBIT
                   MOVE WS-C-NUMERO(WS-C) TO WS-COMPTE-CREDIT
                   COMPUTE WS-MONTANT = ZERO - WS-SOLDE
                   PERFORM 7000-ECRIRE-ECRITURE-DEB
                      THRU 7000-ECRIRE-ECRITURE-FIN
                   ADD 1 TO WS-OUVERTURE-CNT
               END-IF
           END-IF.
       5100-REPORTER-COMPTE-FIN.
           EXIT.

      * One balanced entry: the debit leg then the credit leg, both
      * for the same amount, as GlJournalPostBatch books them.
       7000-ECRIRE-ECRITURE-DEB.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE WS-RUN-ID TO GLJ-RUN-ID.
           MOVE WS-PERIODE TO GLJ-PERIODE.
           MOVE WS-SOURCE TO GLJ-SOURCE.
           MOVE WS-COMPTE-DEBIT TO GLJ-COMPTE.
           MOVE "D" TO GLJ-SENS.
           MOVE WS-MONTANT TO GLJ-MONTANT.
           MOVE WS-REFERENCE TO GLJ-REFERENCE.
           WRITE GL-JOURNAL-RECORD.
           ADD WS-MONTANT TO WS-TOTAL-DEBIT.

           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE WS-RUN-ID TO GLJ-RUN-ID.
           MOVE WS-PERIODE TO GLJ-PERIODE.
           MOVE WS-SOURCE TO GLJ-SOURCE.
           MOVE WS-COMPTE-CREDIT TO GLJ-COMPTE.
           MOVE "C" TO GLJ-SENS.
           MOVE WS-MONTANT TO GLJ-MONTANT.
           MOVE WS-REFERENCE TO GLJ-REFERENCE.
           WRITE GL-JOURNAL-RECORD.
           ADD WS-MONTANT TO WS-TOTAL-CREDIT.

           ADD 1 TO WS-ECRITURE-CNT.

           PERFORM 6900-IMPRIMER-ENTETE-DEB
              THRU 6900-IMPRIMER-ENTETE-FIN.
           MOVE WS-MONTANT TO WS-MONTANT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-SOURCE " " WS-PERIODE
                  "  DEBIT " WS-COMPTE-DEBIT
                  "  CREDIT " WS-COMPTE-CREDIT
                  "  " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       7000-ECRIRE-ECRITURE-FIN.
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
           CLOSE GL-JOURNAL-FILE.

           MOVE WS-TOTAL-DEBIT TO WS-TOTAL-EDITE.
           MOVE SPACES TO WS-REPORT-TOTAL-LINE.
           STRING "TOTAL DEBITS " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO WS-REPORT-TOTAL-LINE.
           MOVE WS-REPORT-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-CREDIT TO WS-TOTAL-EDITE.
           MOVE SPACES TO WS-REPORT-TOTAL-LINE.
           STRING "TOTAL CREDITS" WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO WS-REPORT-TOTAL-LINE.
           MOVE WS-REPORT-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.

           MOVE WS-RESULTAT TO WS-RESULTAT-EDITE.
           MOVE SPACES TO WS-AT-BEFORE.
           STRING "EXERCICE " WS-EXERCICE " OUVERT"
                  DELIMITED BY SIZE INTO WS-AT-BEFORE.
           MOVE SPACES TO WS-AT-AFTER.
           STRING "EXERCICE " WS-EXERCICE " CLOTURE RESULTAT "
                  WS-RESULTAT-EDITE
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.

           DISPLAY "------------------------------------------------".
           DISPLAY "CLOTURE DE L'EXERCICE " WS-EXERCICE " TERMINEE.".
           DISPLAY "LIGNES DE JOURNAL LUES: " WS-LIGNE-CNT.
           DISPLAY "LIGNES RETENUES       : " WS-RETENUE-CNT.
           DISPLAY "ECRITURES DE CLOTURE  : " WS-CLOTURE-CNT.
           DISPLAY "ECRITURES A-NOUVEAU   : " WS-OUVERTURE-CNT.
           DISPLAY "RESULTAT DE L'EXERCICE: " WS-RESULTAT-EDITE.
           IF WS-TOTAL-DEBIT = WS-TOTAL-CREDIT
               DISPLAY "DEBITS = CREDITS      : EQUILIBRE"
           ELSE
               DISPLAY "DEBITS = CREDITS      : ECART - VOIR "
                       "SUPERVISEUR"
               MOVE 16 TO RETURN-CODE
           END-IF.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
