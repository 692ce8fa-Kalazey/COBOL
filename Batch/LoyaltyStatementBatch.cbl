       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoyaltyStatementBatch.
       AUTHOR. Mathieu.

      * Monthly run of the member loyalty points scheme. It closes
      * the month of Data/LOYALTY-STATEMENT-PARM.txt (YYYYMM; the
      * month before the run date when not given) off the loyalty
      * points ledger MemberCheckIn, TicketSalesBatch and
      * RideClosureImpact append to:
      *   - points lapse the validity months of the loyalty rules
      *     after the month they were earned; the points of the
      *     lapsing months that no redemption, cancellation or
      *     earlier expiry has used up are written off as an E
      *     movement dated the last day of the month. Running the
      *     same month twice lapses nothing more;
      *   - each card with points or movements gets a statement:
      *     balance at the start, points earned, redeemed,
      *     cancelled by refunds and expired in the month, balance
      *     at the end, and the points that lapse at the end of the
      *     next month unless used;
      *   - the accountant gets the liability report: every card's
      *     closing balance at the point value of the rules, and
      *     the month's totals with the liability the unused points
      *     represent (a card in debit after a refund counts for
      *     nothing).
      * Movements dated after the month are left for the next run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RULES-FILE ASSIGN DYNAMIC WS-RULES-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT LEDGER-FILE ASSIGN DYNAMIC WS-LEDGER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT STATEMENT-FILE ASSIGN DYNAMIC WS-STATEMENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  LOYALTY-STATEMENT-PARM.
           05 PRM-PERIODE-X         PIC X(6).
           05 PRM-PERIODE REDEFINES PRM-PERIODE-X
                                    PIC 9(6).

       FD  RULES-FILE.
           COPY "LoyaltyRules.cpy".

       FD  LEDGER-FILE.
           COPY "LoyaltyLedger.cpy".

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE           PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-PARM-PATH             PIC X(40)
                             VALUE "Data/LOYALTY-STATEMENT-PARM.txt".
       01  WS-RULES-PATH            PIC X(40)
                                 VALUE "Data/LOYALTY-RULES.txt".
       01  WS-LEDGER-PATH           PIC X(40)
                                 VALUE "Data/LOYALTY-LEDGER.txt".
       01  WS-STATEMENT-PATH        PIC X(40)
                                 VALUE "Data/LOYALTY-STATEMENTS.txt".
       01  WS-REPORT-PATH           PIC X(40)
                          VALUE "Data/LOYALTY-LIABILITY-REPORT.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-RULES-STATUS          PIC XX.
       01  WS-LEDGER-STATUS         PIC XX.
       01  WS-STATEMENT-STATUS      PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-VALIDITE-MOIS         PIC 9(2) VALUE ZERO.
       01  WS-VALEUR-POINT          PIC 9V9(4) VALUE ZERO.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR           PIC 9(4).
           05 WS-RUN-MONTH          PIC 9(2).
           05 FILLER                PIC 9(2).

      * The month closed, its first and last day, the last month
      * whose points lapse now and the one that lapses next.
       01  WS-PERIODE               PIC 9(6).
       01  WS-PERIODE-GROUPE REDEFINES WS-PERIODE.
           05 WS-PER-YEAR           PIC 9(4).
           05 WS-PER-MONTH          PIC 9(2).
       01  WS-PERIODE-SUIVANTE      PIC 9(6).
       01  WS-PERIODE-ECHUE         PIC 9(6).
       01  WS-PERIODE-A-ECHOIR      PIC 9(6).
       01  WS-DATE-DEBUT            PIC 9(8).
       01  WS-DATE-FIN              PIC 9(8).
       01  WS-DATE-SUIVANTE         PIC 9(8).
       01  WS-ENTIER-JOUR           PIC 9(8).
       01  WS-MOIS-ABSOLU           PIC 9(6).
       01  WS-MOIS-CALCUL           PIC 9(6).
       01  WS-ANNEE-CALCUL          PIC 9(4).
       01  WS-RESTE-CALCUL          PIC 9(2).
       01  WS-PERIODE-CALCULEE      PIC 9(6).
       01  WS-MOIS-LIGNE            PIC 9(6).

       01  WS-CARTE-CNT             PIC 9(5) VALUE ZERO.
       01  WS-C                     PIC 9(5).
       01  WS-CARTE-TROUVEE         PIC 9(5).
       01  WS-CARTE-TABLE.
           05 WS-CARTE-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-CARTE-CNT
                   INDEXED BY CX.
               10 WS-C-MBR-ID       PIC X(6).
               10 WS-C-OUVERTURE    PIC S9(8).
               10 WS-C-ACQUIS       PIC 9(8).
               10 WS-C-UTILISES     PIC 9(8).
               10 WS-C-ANNULES      PIC 9(8).
               10 WS-C-EXPIRES      PIC 9(8).
               10 WS-C-CREDITS-ECHUS
                                    PIC 9(8).
               10 WS-C-CREDITS-A-ECHOIR
                                    PIC 9(8).
               10 WS-C-DEBITS       PIC 9(8).

       01  WS-EXPIRATION            PIC S9(8).
       01  WS-A-ECHOIR              PIC S9(8).
       01  WS-CLOTURE               PIC S9(8).
       01  WS-VALEUR                PIC S9(7)V99.
       01  WS-POINTS-EDITE          PIC -(7)9.
       01  WS-MONTANT-EDITE         PIC -(6)9.99.
       01  WS-VALEUR-EDITEE         PIC 9.9999.

       01  WS-RELEVES-CNT           PIC 9(5) VALUE ZERO.
       01  WS-EXPIRATIONS-CNT       PIC 9(5) VALUE ZERO.
       01  WS-TOT-ACQUIS            PIC 9(9) VALUE ZERO.
       01  WS-TOT-UTILISES          PIC 9(9) VALUE ZERO.
       01  WS-TOT-ANNULES           PIC 9(9) VALUE ZERO.
       01  WS-TOT-EXPIRES           PIC 9(9) VALUE ZERO.
       01  WS-TOT-ENCOURS           PIC 9(9) VALUE ZERO.
       01  WS-TOT-PASSIF            PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-EDITE             PIC Z(8)9.
       01  WS-PASSIF-EDITE          PIC Z(8)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-CHARGER-MOUVEMENTS-DEB
              THRU 2000-CHARGER-MOUVEMENTS-FIN.

           PERFORM 3000-EXPIRER-POINTS-DEB
              THRU 3000-EXPIRER-POINTS-FIN.

           PERFORM 4000-EDITER-RELEVE-DEB
              THRU 4000-EDITER-RELEVE-FIN
              VARYING WS-C FROM 1 BY 1
              UNTIL WS-C > WS-CARTE-CNT.

           PERFORM 5000-EDITER-TOTAUX-DEB
              THRU 5000-EDITER-TOTAUX-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-RUN-MONTH = 1
               COMPUTE WS-PERIODE = (WS-RUN-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE WS-PERIODE =
                       WS-RUN-YEAR * 100 + WS-RUN-MONTH - 1
           END-IF.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PRM-PERIODE-X IS NUMERIC
                               AND PRM-PERIODE-X(5:2) >= "01"
                               AND PRM-PERIODE-X(5:2) <= "12"
                           MOVE PRM-PERIODE TO WS-PERIODE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE RULES-FILE: "
                       WS-RULES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ RULES-FILE
               AT END
                   DISPLAY "REGLES DE FIDELITE NON RENSEIGNEES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF LYR-VALIDITE-MOIS IS NUMERIC
               MOVE LYR-VALIDITE-MOIS TO WS-VALIDITE-MOIS
           END-IF.
           IF LYR-VALEUR-POINT IS NUMERIC
               MOVE LYR-VALEUR-POINT TO WS-VALEUR-POINT
           END-IF.
           CLOSE RULES-FILE.

           PERFORM 1100-CALCULER-DATES-DEB
              THRU 1100-CALCULER-DATES-FIN.

           OPEN OUTPUT STATEMENT-FILE.
           IF WS-STATEMENT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE STATEMENT-FILE: "
                       WS-STATEMENT-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE "LoyaltyStatementBatch" TO RH-PROGRAM-ID.
           MOVE "PASSIF FIDELITE" TO RH-REPORT-TITLE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.
       1000-INITIALISATION-FIN.
           EXIT.

      * Months are counted from year zero so that going back the
      * validity months crosses years without special cases.
       1100-CALCULER-DATES-DEB.
           COMPUTE WS-DATE-DEBUT = WS-PERIODE * 100 + 1.
           IF WS-PER-MONTH = 12
               COMPUTE WS-PERIODE-SUIVANTE =
                       (WS-PER-YEAR + 1) * 100 + 1
           ELSE
               COMPUTE WS-PERIODE-SUIVANTE = WS-PERIODE + 1
           END-IF.
           COMPUTE WS-DATE-SUIVANTE = WS-PERIODE-SUIVANTE * 100 + 1.
           COMPUTE WS-ENTIER-JOUR =
               FUNCTION INTEGER-OF-DATE(WS-DATE-SUIVANTE) - 1.
           COMPUTE WS-DATE-FIN =
               FUNCTION DATE-OF-INTEGER(WS-ENTIER-JOUR).

           COMPUTE WS-MOIS-ABSOLU =
                   WS-PER-YEAR * 12 + WS-PER-MONTH - 1.
           COMPUTE WS-MOIS-CALCUL = WS-MOIS-ABSOLU - WS-VALIDITE-MOIS.
           PERFORM 1150-PERIODE-DU-MOIS-DEB
              THRU 1150-PERIODE-DU-MOIS-FIN.
           MOVE WS-PERIODE-CALCULEE TO WS-PERIODE-ECHUE.
           ADD 1 TO WS-MOIS-CALCUL.
           PERFORM 1150-PERIODE-DU-MOIS-DEB
              THRU 1150-PERIODE-DU-MOIS-FIN.
           MOVE WS-PERIODE-CALCULEE TO WS-PERIODE-A-ECHOIR.
       1100-CALCULER-DATES-FIN.
           EXIT.

       1150-PERIODE-DU-MOIS-DEB.
           DIVIDE WS-MOIS-CALCUL BY 12 GIVING WS-ANNEE-CALCUL
               REMAINDER WS-RESTE-CALCUL.
           COMPUTE WS-PERIODE-CALCULEE =
                   WS-ANNEE-CALCUL * 100 + WS-RESTE-CALCUL + 1.
       1150-PERIODE-DU-MOIS-FIN.
           EXIT.

      * Every movement up to the end of the month, cumulated per
      * card: before the month into the opening balance, within it
      * by type; the credits of the lapsing months and all the
      * debits feed the expiry.
       2000-CHARGER-MOUVEMENTS-DEB.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               DISPLAY "AUCUN MOUVEMENT DE POINTS"
           ELSE
               IF WS-LEDGER-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE LEDGER-FILE: "
                           WS-LEDGER-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                   READ LEDGER-FILE
                       AT END
                           MOVE "10" TO WS-LEDGER-STATUS
                       NOT AT END
                           IF LYL-DATE IS NUMERIC
                                   AND LYL-POINTS IS NUMERIC
                                   AND LYL-DATE <= WS-DATE-FIN
                               PERFORM 2100-CUMULER-MOUVEMENT-DEB
                                  THRU 2100-CUMULER-MOUVEMENT-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.
       2000-CHARGER-MOUVEMENTS-FIN.
           EXIT.

       2100-CUMULER-MOUVEMENT-DEB.
           MOVE ZERO TO WS-CARTE-TROUVEE.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CARTE-CNT
                   OR WS-CARTE-TROUVEE > ZERO
               IF WS-C-MBR-ID(WS-C) = LYL-MBR-ID
                   MOVE WS-C TO WS-CARTE-TROUVEE
               END-IF
           END-PERFORM.
           IF WS-CARTE-TROUVEE = ZERO
               IF WS-CARTE-CNT >= 9999
                   DISPLAY "TABLE DES CARTES PLEINE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CARTE-CNT
               SET CX TO WS-CARTE-CNT
               MOVE LYL-MBR-ID TO WS-C-MBR-ID(CX)
               MOVE ZERO TO WS-C-OUVERTURE(CX) WS-C-ACQUIS(CX)
                   WS-C-UTILISES(CX) WS-C-ANNULES(CX)
                   WS-C-EXPIRES(CX) WS-C-CREDITS-ECHUS(CX)
                   WS-C-CREDITS-A-ECHOIR(CX) WS-C-DEBITS(CX)
               MOVE WS-CARTE-CNT TO WS-CARTE-TROUVEE
           END-IF.
           MOVE WS-CARTE-TROUVEE TO WS-C.

           COMPUTE WS-MOIS-LIGNE = LYL-DATE / 100.
           IF LYL-CREDIT
               IF WS-MOIS-LIGNE <= WS-PERIODE-ECHUE
                   ADD LYL-POINTS TO WS-C-CREDITS-ECHUS(WS-C)
               END-IF
               IF WS-MOIS-LIGNE <= WS-PERIODE-A-ECHOIR
                   ADD LYL-POINTS TO WS-C-CREDITS-A-ECHOIR(WS-C)
               END-IF
           ELSE
               ADD LYL-POINTS TO WS-C-DEBITS(WS-C)
           END-IF.

           IF LYL-DATE < WS-DATE-DEBUT
               IF LYL-CREDIT
                   ADD LYL-POINTS TO WS-C-OUVERTURE(WS-C)
               ELSE
                   SUBTRACT LYL-POINTS FROM WS-C-OUVERTURE(WS-C)
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN LYL-CREDIT
                       ADD LYL-POINTS TO WS-C-ACQUIS(WS-C)
                   WHEN LYL-RACHAT
                       ADD LYL-POINTS TO WS-C-UTILISES(WS-C)
                   WHEN LYL-ANNULATION
                       ADD LYL-POINTS TO WS-C-ANNULES(WS-C)
                   WHEN OTHER
                       ADD LYL-POINTS TO WS-C-EXPIRES(WS-C)
               END-EVALUATE
           END-IF.
       2100-CUMULER-MOUVEMENT-FIN.
           EXIT.

       2900-IMPRIMER-ENTETE-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               ADD 1 TO RH-PAGE-NUMBER
               MOVE SPACES TO RH-HEADING-LINE-1
               STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                      " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                      DELIMITED BY SIZE INTO RH-HEADING-LINE-1
               MOVE RH-HEADING-LINE-1 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "  CARTE       SOLDE       VALEUR   MOIS "
                      WS-PERIODE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ZERO TO RH-LINE-COUNT
           END-IF.
       2900-IMPRIMER-ENTETE-FIN.
           EXIT.

      * What the credits of the lapsing months still exceed all the
      * debits by has not been used in time. No validity months in
      * the rules means points never lapse.
       3000-EXPIRER-POINTS-DEB.
           IF WS-VALIDITE-MOIS > ZERO AND WS-CARTE-CNT > ZERO
               OPEN EXTEND LEDGER-FILE
               IF WS-LEDGER-STATUS = "05" OR WS-LEDGER-STATUS = "35"
                   OPEN OUTPUT LEDGER-FILE
               END-IF
               IF WS-LEDGER-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE LEDGER-FILE: "
                           WS-LEDGER-STATUS
                   STOP RUN
               END-IF
               PERFORM 3100-EXPIRER-CARTE-DEB
                  THRU 3100-EXPIRER-CARTE-FIN
                  VARYING WS-C FROM 1 BY 1
                  UNTIL WS-C > WS-CARTE-CNT
               CLOSE LEDGER-FILE
           END-IF.
       3000-EXPIRER-POINTS-FIN.
           EXIT.

       3100-EXPIRER-CARTE-DEB.
           COMPUTE WS-EXPIRATION = WS-C-CREDITS-ECHUS(WS-C)
                   - WS-C-DEBITS(WS-C).
           IF WS-EXPIRATION > ZERO
               MOVE SPACES TO LOYALTY-LEDGER-RECORD
               MOVE WS-C-MBR-ID(WS-C) TO LYL-MBR-ID
               MOVE WS-DATE-FIN TO LYL-DATE
               SET LYL-EXPIRATION TO TRUE
               MOVE WS-EXPIRATION TO LYL-POINTS
               STRING "EXPIRATION " WS-PERIODE
                      DELIMITED BY SIZE INTO LYL-REFERENCE
               WRITE LOYALTY-LEDGER-RECORD
               ADD WS-EXPIRATION TO WS-C-EXPIRES(WS-C)
               ADD WS-EXPIRATION TO WS-C-DEBITS(WS-C)
               ADD 1 TO WS-EXPIRATIONS-CNT
           END-IF.
       3100-EXPIRER-CARTE-FIN.
           EXIT.

      * One statement per card with a balance or a movement in the
      * month, and its line on the accountant's report.
       4000-EDITER-RELEVE-DEB.
           COMPUTE WS-CLOTURE = WS-C-OUVERTURE(WS-C)
                   + WS-C-ACQUIS(WS-C) - WS-C-UTILISES(WS-C)
                   - WS-C-ANNULES(WS-C) - WS-C-EXPIRES(WS-C).
           MOVE ZERO TO WS-A-ECHOIR.
           IF WS-VALIDITE-MOIS > ZERO
               COMPUTE WS-A-ECHOIR = WS-C-CREDITS-A-ECHOIR(WS-C)
                       - WS-C-DEBITS(WS-C)
               IF WS-A-ECHOIR < ZERO
                   MOVE ZERO TO WS-A-ECHOIR
               END-IF
           END-IF.

           IF WS-C-OUVERTURE(WS-C) NOT = ZERO
                   OR WS-C-ACQUIS(WS-C) > ZERO
                   OR WS-C-UTILISES(WS-C) > ZERO
                   OR WS-C-ANNULES(WS-C) > ZERO
                   OR WS-C-EXPIRES(WS-C) > ZERO
               PERFORM 4100-ECRIRE-RELEVE-DEB
                  THRU 4100-ECRIRE-RELEVE-FIN
               PERFORM 4200-LIGNE-PASSIF-DEB
                  THRU 4200-LIGNE-PASSIF-FIN
           END-IF.
       4000-EDITER-RELEVE-FIN.
           EXIT.

       4100-ECRIRE-RELEVE-DEB.
           ADD 1 TO WS-RELEVES-CNT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "RELEVE DE POINTS FIDELITE - MEMBRE "
                  WS-C-MBR-ID(WS-C) " - MOIS " WS-PERIODE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE WS-C-OUVERTURE(WS-C) TO WS-POINTS-EDITE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "  SOLDE AU " WS-DATE-DEBUT "      : "
                  WS-POINTS-EDITE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-C-ACQUIS(WS-C) TO WS-POINTS-EDITE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "  POINTS ACQUIS          : " WS-POINTS-EDITE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-C-UTILISES(WS-C) TO WS-POINTS-EDITE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "  POINTS UTILISES        : " WS-POINTS-EDITE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF WS-C-ANNULES(WS-C) > ZERO
               MOVE WS-C-ANNULES(WS-C) TO WS-POINTS-EDITE
               MOVE SPACES TO STATEMENT-LINE
               STRING "  ANNULES (REMBOURSEMENT): " WS-POINTS-EDITE
                      DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           MOVE WS-C-EXPIRES(WS-C) TO WS-POINTS-EDITE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "  POINTS EXPIRES         : " WS-POINTS-EDITE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-CLOTURE TO WS-POINTS-EDITE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "  SOLDE AU " WS-DATE-FIN "      : "
                  WS-POINTS-EDITE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF WS-A-ECHOIR > ZERO
               MOVE WS-A-ECHOIR TO WS-POINTS-EDITE
               MOVE SPACES TO STATEMENT-LINE
               STRING "  EXPIRENT FIN " WS-PERIODE-SUIVANTE
                      "     : " WS-POINTS-EDITE
                      " SAUF UTILISATION"
                      DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
       4100-ECRIRE-RELEVE-FIN.
           EXIT.

       4200-LIGNE-PASSIF-DEB.
           ADD WS-C-ACQUIS(WS-C) TO WS-TOT-ACQUIS.
           ADD WS-C-UTILISES(WS-C) TO WS-TOT-UTILISES.
           ADD WS-C-ANNULES(WS-C) TO WS-TOT-ANNULES.
           ADD WS-C-EXPIRES(WS-C) TO WS-TOT-EXPIRES.
           MOVE ZERO TO WS-VALEUR.
           IF WS-CLOTURE > ZERO
               ADD WS-CLOTURE TO WS-TOT-ENCOURS
               COMPUTE WS-VALEUR ROUNDED =
                       WS-CLOTURE * WS-VALEUR-POINT
           END-IF.

           PERFORM 2900-IMPRIMER-ENTETE-DEB
              THRU 2900-IMPRIMER-ENTETE-FIN.
           MOVE WS-CLOTURE TO WS-POINTS-EDITE.
           MOVE WS-VALEUR TO WS-MONTANT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-C-MBR-ID(WS-C) "   " WS-POINTS-EDITE
                  "   " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       4200-LIGNE-PASSIF-FIN.
           EXIT.

       5000-EDITER-TOTAUX-DEB.
           COMPUTE WS-TOT-PASSIF ROUNDED =
                   WS-TOT-ENCOURS * WS-VALEUR-POINT.
           IF RH-LINE-COUNT + 9 > RH-LINES-PER-PAGE
               MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT
           END-IF.
           PERFORM 2900-IMPRIMER-ENTETE-DEB
              THRU 2900-IMPRIMER-ENTETE-FIN.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOT-ACQUIS TO WS-TOT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  POINTS ACQUIS DU MOIS   : " WS-TOT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOT-UTILISES TO WS-TOT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  POINTS UTILISES         : " WS-TOT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOT-ANNULES TO WS-TOT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  POINTS ANNULES          : " WS-TOT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOT-EXPIRES TO WS-TOT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  POINTS EXPIRES          : " WS-TOT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOT-ENCOURS TO WS-TOT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  POINTS EN CIRCULATION   : " WS-TOT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-VALEUR-POINT TO WS-VALEUR-EDITEE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  VALEUR DU POINT         :    " WS-VALEUR-EDITEE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOT-PASSIF TO WS-PASSIF-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  PASSIF AU " WS-DATE-FIN "      : "
                  WS-PASSIF-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       5000-EDITER-TOTAUX-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE STATEMENT-FILE.
           CLOSE REPORT-FILE.
           MOVE WS-TOT-PASSIF TO WS-PASSIF-EDITE.
           DISPLAY "------------------------------------------------".
           DISPLAY "RELEVES DE POINTS FIDELITE TERMINES.".
           DISPLAY "MOIS TRAITE           : " WS-PERIODE.
           DISPLAY "RELEVES EMIS          : " WS-RELEVES-CNT.
           DISPLAY "CARTES AVEC EXPIRATION: " WS-EXPIRATIONS-CNT.
           DISPLAY "PASSIF FIDELITE       : " WS-PASSIF-EDITE.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
