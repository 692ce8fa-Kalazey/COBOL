       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlFinancialStatements.
       AUTHOR. Mathieu.

      * Balance sheet and income statement rolled up from the GL
      * journal, for the period named in
      * Data/GL-STATEMENTS-PARM.txt (the month before the run date
      * when the parameter is absent). Every chart account is
      * placed by its class - GLA-TYPE A assets, P liabilities,
      * R income, C expenses - and signed by its normal direction
      * GLA-SENS, so an account in its usual position prints
      * positive. Three columns per account: the period's own
      * movement, the year-to-date figure (the balance at period
      * end for a balance-sheet account) and the same year-to-date
      * figure one year earlier for comparison. The net result is
      * income less expenses; the balance sheet carries it so that
      * assets equal liabilities plus result. Closing entries
      * (source CLOTURE) written by GlYearEndClose are left out so a
      * closed year still shows its income and expenses; a year
      * opened from a close starts from its opening entries, a year
      * never opened takes in all prior history, any result of
      * years not yet closed showing on its own liabilities line.
      * The debit and credit totals of the journal lines used are
      * printed as the proof line GlTrialBalance prints over the
      * same periods; if debits and credits differ, or the balance
      * sheet does not balance, the run ends with condition code 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CHART-FILE ASSIGN DYNAMIC WS-CHART-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN DYNAMIC WS-GL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  STATEMENTS-PARM-RECORD.
           05 PRM-PERIODE           PIC 9(6).

       FD  CHART-FILE.
       01  CHART-RECORD.
           05 GLA-NUMERO            PIC X(6).
           05 GLA-LIBELLE           PIC X(30).
           05 GLA-TYPE              PIC X(1).
           05 GLA-SENS              PIC X(1).

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
                                 VALUE "Data/GL-STATEMENTS-PARM.txt".
       01  WS-CHART-PATH            PIC X(40)
                             VALUE "Data/GL-CHART-OF-ACCOUNTS.txt".
       01  WS-GL-PATH               PIC X(40)
                                 VALUE "Data/GL-JOURNAL.txt".
       01  WS-REPORT-PATH           PIC X(40)
                          VALUE "Data/GL-FINANCIAL-STATEMENTS.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-CHART-STATUS          PIC XX.
       01  WS-GL-STATUS             PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

      * The reporting period, the start of its year, and where its
      * balance-sheet history starts - the same three for the
      * comparative year.
       01  WS-PERIODE               PIC 9(6).
       01  WS-PERIODE-GROUPE REDEFINES WS-PERIODE.
           05 WS-PER-YYYY           PIC 9(4).
           05 WS-PER-MM             PIC 9(2).
       01  WS-DEBUT-EXERCICE        PIC 9(6).
       01  WS-DEPUIS                PIC 9(6).
       01  WS-PERIODE-N1            PIC 9(6).
       01  WS-DEBUT-EXERCICE-N1     PIC 9(6).
       01  WS-DEPUIS-N1             PIC 9(6).
       01  WS-OUVERTURE-N           PIC X(1) VALUE "N".
       01  WS-OUVERTURE-N1          PIC X(1) VALUE "N".

       01  WS-CHART-CNT             PIC 9(3) VALUE ZERO.
       01  WS-C                     PIC 9(3).
       01  WS-COMPTE-TROUVE         PIC 9(3).

      * Each account's figures are kept debit-minus-credit and
      * turned to its normal direction only when printed.
       01  WS-CHART-TABLE.
           05 WS-CHART-ENTRY OCCURS 100 TIMES
                   DEPENDING ON WS-CHART-CNT
                   INDEXED BY CX.
               10 WS-C-NUMERO       PIC X(6).
               10 WS-C-LIBELLE      PIC X(30).
               10 WS-C-TYPE         PIC X(1).
               10 WS-C-SENS         PIC X(1).
               10 WS-C-PERIODE      PIC S9(11)V99.
               10 WS-C-CUMUL        PIC S9(11)V99.
               10 WS-C-CUMUL-N1     PIC S9(11)V99.

       01  WS-MONTANT-SIGNE         PIC S9(11)V99.
       01  WS-LIGNE-CNT             PIC 9(7) VALUE ZERO.
       01  WS-LIGNE-RETENUE-CNT     PIC 9(7) VALUE ZERO.
       01  WS-HORS-PLAN-CNT         PIC 9(5) VALUE ZERO.
       01  WS-PREUVE-DEBIT          PIC 9(13)V99 VALUE ZERO.
       01  WS-PREUVE-CREDIT         PIC 9(13)V99 VALUE ZERO.

      * Result of years never closed, carried on the liabilities
      * side (debit-minus-credit, like the accounts).
       01  WS-ANTERIEUR             PIC S9(11)V99 VALUE ZERO.
       01  WS-ANTERIEUR-N1          PIC S9(11)V99 VALUE ZERO.

      * Class totals in normal direction: period, year to date,
      * prior year to date.
       01  WS-CLASSE                PIC X(1).
       01  WS-TITRE-CLASSE          PIC X(30).
       01  WS-TOT-PERIODE           PIC S9(11)V99.
       01  WS-TOT-CUMUL             PIC S9(11)V99.
       01  WS-TOT-CUMUL-N1          PIC S9(11)V99.
       01  WS-ACTIF                 PIC S9(11)V99 VALUE ZERO.
       01  WS-ACTIF-N1              PIC S9(11)V99 VALUE ZERO.
       01  WS-PASSIF                PIC S9(11)V99 VALUE ZERO.
       01  WS-PASSIF-N1             PIC S9(11)V99 VALUE ZERO.
       01  WS-PRODUITS-PER          PIC S9(11)V99 VALUE ZERO.
       01  WS-PRODUITS              PIC S9(11)V99 VALUE ZERO.
       01  WS-PRODUITS-N1           PIC S9(11)V99 VALUE ZERO.
       01  WS-CHARGES-PER           PIC S9(11)V99 VALUE ZERO.
       01  WS-CHARGES               PIC S9(11)V99 VALUE ZERO.
       01  WS-CHARGES-N1            PIC S9(11)V99 VALUE ZERO.
       01  WS-RESULTAT-PER          PIC S9(11)V99.
       01  WS-RESULTAT              PIC S9(11)V99.
       01  WS-RESULTAT-N1           PIC S9(11)V99.
       01  WS-PASSIF-TOTAL          PIC S9(11)V99.
       01  WS-PASSIF-TOTAL-N1       PIC S9(11)V99.
       01  WS-ECART-CNT             PIC 9(3) VALUE ZERO.

       01  WS-COL-1                 PIC -(10)9.99.
       01  WS-COL-2                 PIC -(10)9.99.
       01  WS-COL-3                 PIC -(10)9.99.
       01  WS-LIBELLE-LIGNE         PIC X(37).
       01  WS-TOTAL-EDITE           PIC Z(12)9.99.

       01  WS-TODAY                 PIC 9(8).
       01  WS-TODAY-GROUPE REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY         PIC 9(4).
           05 WS-TODAY-MM           PIC 9(2).
           05 WS-TODAY-DD           PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-CUMULER-JOURNAL-DEB
              THRU 2000-CUMULER-JOURNAL-FIN.

           PERFORM 3000-EDITER-BILAN-DEB
              THRU 3000-EDITER-BILAN-FIN.

           PERFORM 4000-EDITER-RESULTAT-DEB
              THRU 4000-EDITER-RESULTAT-FIN.

           PERFORM 5000-EDITER-PREUVE-DEB
              THRU 5000-EDITER-PREUVE-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE "GlFinancialStatements" TO RH-PROGRAM-ID.
           MOVE "ETATS FINANCIERS" TO RH-REPORT-TITLE.
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM 1100-CHARGER-PARM-DEB
              THRU 1100-CHARGER-PARM-FIN.
           PERFORM 1200-CHARGER-PLAN-DEB
              THRU 1200-CHARGER-PLAN-FIN.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-CHARGER-PARM-DEB.
           IF WS-TODAY-MM = 01
               COMPUTE WS-PERIODE = (WS-TODAY-YYYY - 1) * 100 + 12
           ELSE
               COMPUTE WS-PERIODE = WS-TODAY-YYYY * 100
                                  + WS-TODAY-MM - 1
           END-IF.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-PERIODE IS NUMERIC
                               AND PRM-PERIODE(5:2) >= "01"
                               AND PRM-PERIODE(5:2) <= "12"
                           MOVE PRM-PERIODE TO WS-PERIODE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "GL-STATEMENTS-PARM ABSENT - PERIODE PAR "
                       "DEFAUT " WS-PERIODE
           END-IF.

           COMPUTE WS-DEBUT-EXERCICE = WS-PER-YYYY * 100 + 1.
           COMPUTE WS-PERIODE-N1 = WS-PERIODE - 100.
           COMPUTE WS-DEBUT-EXERCICE-N1 = WS-DEBUT-EXERCICE - 100.
       1100-CHARGER-PARM-FIN.
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
                           MOVE GLA-LIBELLE TO WS-C-LIBELLE(CX)
                           MOVE GLA-TYPE TO WS-C-TYPE(CX)
                           MOVE GLA-SENS TO WS-C-SENS(CX)
                           MOVE ZERO TO WS-C-PERIODE(CX)
                           MOVE ZERO TO WS-C-CUMUL(CX)
                           MOVE ZERO TO WS-C-CUMUL-N1(CX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHART-FILE.
       1200-CHARGER-PLAN-FIN.
           EXIT.

      * First pass: has each of the two years been opened from a
      * close? Second pass: roll the lines up.
       2000-CUMULER-JOURNAL-DEB.
           OPEN INPUT GL-JOURNAL-FILE.
           IF WS-GL-STATUS = "35"
               DISPLAY "GL-JOURNAL ABSENT - ETATS VIDES"
               MOVE "10" TO WS-GL-STATUS
           ELSE
               IF WS-GL-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE GL-JOURNAL-FILE: "
                           WS-GL-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-GL-STATUS = "10"
                   READ GL-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-GL-STATUS
                       NOT AT END
                           IF GLJ-SOURCE = "OUVERTUR"
                               IF GLJ-PERIODE = WS-DEBUT-EXERCICE
                                   MOVE "Y" TO WS-OUVERTURE-N
                               END-IF
                               IF GLJ-PERIODE = WS-DEBUT-EXERCICE-N1
                                   MOVE "Y" TO WS-OUVERTURE-N1
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL-FILE
           END-IF.

           IF WS-OUVERTURE-N = "Y"
               MOVE WS-DEBUT-EXERCICE TO WS-DEPUIS
           ELSE
               MOVE ZERO TO WS-DEPUIS
           END-IF.
           IF WS-OUVERTURE-N1 = "Y"
               MOVE WS-DEBUT-EXERCICE-N1 TO WS-DEPUIS-N1
           ELSE
               MOVE ZERO TO WS-DEPUIS-N1
           END-IF.

           OPEN INPUT GL-JOURNAL-FILE.
           IF WS-GL-STATUS = "00"
               PERFORM 2100-LIRE-LIGNE-DEB
                  THRU 2100-LIRE-LIGNE-FIN
                  UNTIL WS-GL-STATUS = "10"
               CLOSE GL-JOURNAL-FILE
           END-IF.
       2000-CUMULER-JOURNAL-FIN.
           EXIT.

       2100-LIRE-LIGNE-DEB.
           READ GL-JOURNAL-FILE
               AT END
                   MOVE "10" TO WS-GL-STATUS
               NOT AT END
                   ADD 1 TO WS-LIGNE-CNT
                   IF GLJ-SOURCE NOT = "CLOTURE"
                       PERFORM 2200-CLASSER-LIGNE-DEB
                          THRU 2200-CLASSER-LIGNE-FIN
                   END-IF
           END-READ.
       2100-LIRE-LIGNE-FIN.
           EXIT.

      * A line counts toward the current year if it falls between
      * the year's starting point and the reporting period, and
      * likewise for the comparative year. Income and expense lines
      * before the start of their year belong to a year not yet
      * closed and go to the prior-result line.
       2200-CLASSER-LIGNE-DEB.
           MOVE ZERO TO WS-COMPTE-TROUVE.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CHART-CNT
               IF WS-C-NUMERO(WS-C) = GLJ-COMPTE
                   MOVE WS-C TO WS-COMPTE-TROUVE
               END-IF
           END-PERFORM.

           IF GLJ-SENS = "D"
               MOVE GLJ-MONTANT TO WS-MONTANT-SIGNE
           ELSE
               COMPUTE WS-MONTANT-SIGNE = ZERO - GLJ-MONTANT
           END-IF.

           IF GLJ-PERIODE >= WS-DEPUIS
                   AND GLJ-PERIODE <= WS-PERIODE
               ADD 1 TO WS-LIGNE-RETENUE-CNT
               IF GLJ-SENS = "D"
                   ADD GLJ-MONTANT TO WS-PREUVE-DEBIT
               ELSE
                   ADD GLJ-MONTANT TO WS-PREUVE-CREDIT
               END-IF
               IF WS-COMPTE-TROUVE = ZERO
                   DISPLAY "COMPTE GL ABSENT DU PLAN COMPTABLE: "
                           GLJ-COMPTE " " GLJ-REFERENCE
                   ADD 1 TO WS-HORS-PLAN-CNT
               ELSE
                   SET CX TO WS-COMPTE-TROUVE
                   IF (WS-C-TYPE(CX) = "R" OR WS-C-TYPE(CX) = "C")
                           AND GLJ-PERIODE < WS-DEBUT-EXERCICE
                       ADD WS-MONTANT-SIGNE TO WS-ANTERIEUR
                   ELSE
                       ADD WS-MONTANT-SIGNE TO WS-C-CUMUL(CX)
                   END-IF
                   IF GLJ-PERIODE = WS-PERIODE
                       ADD WS-MONTANT-SIGNE TO WS-C-PERIODE(CX)
                   END-IF
               END-IF
           END-IF.

           IF GLJ-PERIODE >= WS-DEPUIS-N1
                   AND GLJ-PERIODE <= WS-PERIODE-N1
                   AND WS-COMPTE-TROUVE > ZERO
               SET CX TO WS-COMPTE-TROUVE
               IF (WS-C-TYPE(CX) = "R" OR WS-C-TYPE(CX) = "C")
                       AND GLJ-PERIODE < WS-DEBUT-EXERCICE-N1
                   ADD WS-MONTANT-SIGNE TO WS-ANTERIEUR-N1
               ELSE
                   ADD WS-MONTANT-SIGNE TO WS-C-CUMUL-N1(CX)
               END-IF
           END-IF.
       2200-CLASSER-LIGNE-FIN.
           EXIT.

       3000-EDITER-BILAN-DEB.
           PERFORM 6900-IMPRIMER-ENTETE-DEB
              THRU 6900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "BILAN AU " WS-PERIODE
                  "  (COMPARATIF " WS-PERIODE-N1 ")"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

           MOVE "A" TO WS-CLASSE.
           MOVE "ACTIF" TO WS-TITRE-CLASSE.
           PERFORM 3100-EDITER-CLASSE-DEB
              THRU 3100-EDITER-CLASSE-FIN.
           MOVE WS-TOT-CUMUL TO WS-ACTIF.
           MOVE WS-TOT-CUMUL-N1 TO WS-ACTIF-N1.

           MOVE "P" TO WS-CLASSE.
           MOVE "PASSIF" TO WS-TITRE-CLASSE.
           PERFORM 3100-EDITER-CLASSE-DEB
              THRU 3100-EDITER-CLASSE-FIN.
           MOVE WS-TOT-CUMUL TO WS-PASSIF.
           MOVE WS-TOT-CUMUL-N1 TO WS-PASSIF-N1.

      * The result of the year, and of any year never closed, sits
      * on the liabilities side until GlYearEndClose transfers it.
           PERFORM 3300-CALCULER-RESULTAT-DEB
              THRU 3300-CALCULER-RESULTAT-FIN.

           IF WS-ANTERIEUR NOT = ZERO OR WS-ANTERIEUR-N1 NOT = ZERO
               COMPUTE WS-MONTANT-SIGNE = ZERO - WS-ANTERIEUR
               MOVE WS-MONTANT-SIGNE TO WS-COL-2
               COMPUTE WS-MONTANT-SIGNE = ZERO - WS-ANTERIEUR-N1
               MOVE WS-MONTANT-SIGNE TO WS-COL-3
               MOVE ZERO TO WS-COL-1
               MOVE "  RESULTAT EXERCICES NON CLOTURES"
                   TO WS-LIBELLE-LIGNE
               PERFORM 3400-ECRIRE-LIGNE-DEB
                  THRU 3400-ECRIRE-LIGNE-FIN
           END-IF.
           MOVE WS-RESULTAT-PER TO WS-COL-1.
           MOVE WS-RESULTAT TO WS-COL-2.
           MOVE WS-RESULTAT-N1 TO WS-COL-3.
           MOVE "  RESULTAT DE L'EXERCICE" TO WS-LIBELLE-LIGNE.
           PERFORM 3400-ECRIRE-LIGNE-DEB
              THRU 3400-ECRIRE-LIGNE-FIN.

           COMPUTE WS-PASSIF-TOTAL = WS-PASSIF - WS-ANTERIEUR
                                   + WS-RESULTAT.
           COMPUTE WS-PASSIF-TOTAL-N1 = WS-PASSIF-N1
                                   - WS-ANTERIEUR-N1 + WS-RESULTAT-N1.
           MOVE ZERO TO WS-COL-1.
           MOVE WS-PASSIF-TOTAL TO WS-COL-2.
           MOVE WS-PASSIF-TOTAL-N1 TO WS-COL-3.
           MOVE "TOTAL PASSIF ET RESULTAT" TO WS-LIBELLE-LIGNE.
           PERFORM 3400-ECRIRE-LIGNE-DEB
              THRU 3400-ECRIRE-LIGNE-FIN.

           MOVE SPACES TO REPORT-LINE.
           IF WS-ACTIF = WS-PASSIF-TOTAL
                   AND WS-ACTIF-N1 = WS-PASSIF-TOTAL-N1
               STRING "  ACTIF = PASSIF + RESULTAT : EQUILIBRE"
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  ACTIF = PASSIF + RESULTAT : *** ECART ***"
                      DELIMITED BY SIZE INTO REPORT-LINE
               ADD 1 TO WS-ECART-CNT
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       3000-EDITER-BILAN-FIN.
           EXIT.

      * One class: a heading, one line per chart account of the
      * class, then the class total. A balance-sheet account's
      * first column is the period's movement, the others balances.
       3100-EDITER-CLASSE-DEB.
           MOVE ZERO TO WS-TOT-PERIODE.
           MOVE ZERO TO WS-TOT-CUMUL.
           MOVE ZERO TO WS-TOT-CUMUL-N1.

           PERFORM 6900-IMPRIMER-ENTETE-DEB
              THRU 6900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TITRE-CLASSE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

           PERFORM 3200-EDITER-COMPTE-DEB
              THRU 3200-EDITER-COMPTE-FIN
              VARYING WS-C FROM 1 BY 1
              UNTIL WS-C > WS-CHART-CNT.

           MOVE WS-TOT-PERIODE TO WS-COL-1.
           MOVE WS-TOT-CUMUL TO WS-COL-2.
           MOVE WS-TOT-CUMUL-N1 TO WS-COL-3.
           MOVE SPACES TO WS-LIBELLE-LIGNE.
           STRING "TOTAL " WS-TITRE-CLASSE
                  DELIMITED BY SIZE INTO WS-LIBELLE-LIGNE.
           PERFORM 3400-ECRIRE-LIGNE-DEB
              THRU 3400-ECRIRE-LIGNE-FIN.
       3100-EDITER-CLASSE-FIN.
           EXIT.

       3200-EDITER-COMPTE-DEB.
           IF WS-C-TYPE(WS-C) = WS-CLASSE
               IF WS-C-SENS(WS-C) = "D"
                   MOVE WS-C-PERIODE(WS-C) TO WS-COL-1
                   ADD WS-C-PERIODE(WS-C) TO WS-TOT-PERIODE
                   MOVE WS-C-CUMUL(WS-C) TO WS-COL-2
                   ADD WS-C-CUMUL(WS-C) TO WS-TOT-CUMUL
                   MOVE WS-C-CUMUL-N1(WS-C) TO WS-COL-3
                   ADD WS-C-CUMUL-N1(WS-C) TO WS-TOT-CUMUL-N1
               ELSE
                   COMPUTE WS-MONTANT-SIGNE =
                           ZERO - WS-C-PERIODE(WS-C)
                   MOVE WS-MONTANT-SIGNE TO WS-COL-1
                   ADD WS-MONTANT-SIGNE TO WS-TOT-PERIODE
                   COMPUTE WS-MONTANT-SIGNE =
                           ZERO - WS-C-CUMUL(WS-C)
                   MOVE WS-MONTANT-SIGNE TO WS-COL-2
                   ADD WS-MONTANT-SIGNE TO WS-TOT-CUMUL
                   COMPUTE WS-MONTANT-SIGNE =
                           ZERO - WS-C-CUMUL-N1(WS-C)
                   MOVE WS-MONTANT-SIGNE TO WS-COL-3
                   ADD WS-MONTANT-SIGNE TO WS-TOT-CUMUL-N1
               END-IF
               MOVE SPACES TO WS-LIBELLE-LIGNE
               STRING WS-C-NUMERO(WS-C) " " WS-C-LIBELLE(WS-C)
                      DELIMITED BY SIZE INTO WS-LIBELLE-LIGNE
               PERFORM 3400-ECRIRE-LIGNE-DEB
                  THRU 3400-ECRIRE-LIGNE-FIN
           END-IF.
       3200-EDITER-COMPTE-FIN.
           EXIT.

      * Income less expenses, each side in its normal direction:
      * an account's debit-minus-credit figure is negated for
      * income, taken as is for expenses.
       3300-CALCULER-RESULTAT-DEB.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CHART-CNT
               IF WS-C-TYPE(WS-C) = "R"
                   SUBTRACT WS-C-PERIODE(WS-C) FROM WS-PRODUITS-PER
                   SUBTRACT WS-C-CUMUL(WS-C) FROM WS-PRODUITS
                   SUBTRACT WS-C-CUMUL-N1(WS-C) FROM WS-PRODUITS-N1
               END-IF
               IF WS-C-TYPE(WS-C) = "C"
                   ADD WS-C-PERIODE(WS-C) TO WS-CHARGES-PER
                   ADD WS-C-CUMUL(WS-C) TO WS-CHARGES
                   ADD WS-C-CUMUL-N1(WS-C) TO WS-CHARGES-N1
               END-IF
           END-PERFORM.
           COMPUTE WS-RESULTAT-PER = WS-PRODUITS-PER - WS-CHARGES-PER.
           COMPUTE WS-RESULTAT = WS-PRODUITS - WS-CHARGES.
           COMPUTE WS-RESULTAT-N1 = WS-PRODUITS-N1 - WS-CHARGES-N1.
       3300-CALCULER-RESULTAT-FIN.
           EXIT.

       3400-ECRIRE-LIGNE-DEB.
           PERFORM 6900-IMPRIMER-ENTETE-DEB
              THRU 6900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-LIBELLE-LIGNE " " WS-COL-1 " " WS-COL-2
                  " " WS-COL-3
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       3400-ECRIRE-LIGNE-FIN.
           EXIT.

       4000-EDITER-RESULTAT-DEB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           PERFORM 6900-IMPRIMER-ENTETE-DEB
              THRU 6900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "COMPTE DE RESULTAT " WS-PERIODE
                  "  (COMPARATIF " WS-PERIODE-N1 ")"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

           MOVE "R" TO WS-CLASSE.
           MOVE "PRODUITS" TO WS-TITRE-CLASSE.
           PERFORM 3100-EDITER-CLASSE-DEB
              THRU 3100-EDITER-CLASSE-FIN.

           MOVE "C" TO WS-CLASSE.
           MOVE "CHARGES" TO WS-TITRE-CLASSE.
           PERFORM 3100-EDITER-CLASSE-DEB
              THRU 3100-EDITER-CLASSE-FIN.

           MOVE WS-RESULTAT-PER TO WS-COL-1.
           MOVE WS-RESULTAT TO WS-COL-2.
           MOVE WS-RESULTAT-N1 TO WS-COL-3.
           MOVE "RESULTAT NET" TO WS-LIBELLE-LIGNE.
           PERFORM 3400-ECRIRE-LIGNE-DEB
              THRU 3400-ECRIRE-LIGNE-FIN.
       4000-EDITER-RESULTAT-FIN.
           EXIT.

      * The same debit and credit totals GlTrialBalance proves over
      * these periods, closing entries aside.
       5000-EDITER-PREUVE-DEB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PREUVE-DEBIT TO WS-TOTAL-EDITE.
           MOVE SPACES TO WS-REPORT-TOTAL-LINE.
           STRING "PREUVE BALANCE " WS-DEPUIS "-" WS-PERIODE
                  "  DEBITS  " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO WS-REPORT-TOTAL-LINE.
           MOVE WS-REPORT-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PREUVE-CREDIT TO WS-TOTAL-EDITE.
           MOVE SPACES TO WS-REPORT-TOTAL-LINE.
           STRING "                             CREDITS "
                  WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO WS-REPORT-TOTAL-LINE.
           MOVE WS-REPORT-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-PREUVE-DEBIT = WS-PREUVE-CREDIT
                   AND WS-HORS-PLAN-CNT = ZERO
               STRING "  DEBITS = CREDITS : EQUILIBRE"
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  DEBITS = CREDITS : *** ECART ***"
                      DELIMITED BY SIZE INTO REPORT-LINE
               ADD 1 TO WS-ECART-CNT
           END-IF.
           WRITE REPORT-LINE.
       5000-EDITER-PREUVE-FIN.
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

               MOVE SPACES TO REPORT-LINE
               STRING "COMPTE LIBELLE                       "
                      "       PERIODE          CUMUL            N-1"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE

               MOVE ZERO TO RH-LINE-COUNT
           END-IF.
       6900-IMPRIMER-ENTETE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "ETATS FINANCIERS TERMINES - PERIODE " WS-PERIODE.
           DISPLAY "LIGNES DE JOURNAL LUES: " WS-LIGNE-CNT.
           DISPLAY "LIGNES RETENUES       : " WS-LIGNE-RETENUE-CNT.
           DISPLAY "COMPTES HORS PLAN     : " WS-HORS-PLAN-CNT.
           MOVE WS-RESULTAT TO WS-COL-2.
           DISPLAY "RESULTAT CUMULE       : " WS-COL-2.
           IF WS-ECART-CNT > ZERO
               DISPLAY "ETATS NON PROUVES - CODE CONDITION 8"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "BILAN EQUILIBRE, BALANCE PROUVEE."
           END-IF.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
