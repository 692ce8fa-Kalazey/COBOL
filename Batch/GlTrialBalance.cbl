      * balance, or a journal line on an account missing from the
      * chart, ends the run with condition code 8 so the chain
      * surfaces it the next morning.
      * Once years are being closed by GlYearEndClose, the balance
      * can be confined to one fiscal year through the optional
      * Data/GL-TRIAL-BALANCE-PARM.txt: only that year's periods
      * are read, its opening entries included, so a new year no
      * longer drags all prior history behind it. Without the
      * parameter the whole journal is proved, as before.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           05 PC-PERIODE            PIC 9(6).
           05 PC-STATUT             PIC X(1).

       FD  PARM-FILE.
       01  TRIAL-BALANCE-PARM-RECORD.
           05 PRM-EXERCICE          PIC 9(4).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(90).

       01  WS-GL-STATUS             PIC XX.
       01  WS-PERIOD-STATUS         PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-PARM-PATH             PIC X(40)
                             VALUE "Data/GL-TRIAL-BALANCE-PARM.txt".
       01  WS-PARM-STATUS           PIC XX.

       01  WS-EXERCICE              PIC 9(4) VALUE ZERO.
       01  WS-LIGNE-HORS-EXERCICE   PIC 9(7) VALUE ZERO.

       01  WS-CHART-CNT             PIC 9(3) VALUE ZERO.
       01  WS-C                     PIC 9(3).
              THRU 1100-CHARGER-PLAN-FIN.
           PERFORM 1200-CHARGER-PERIODES-DEB
              THRU 1200-CHARGER-PERIODES-FIN.
           PERFORM 1300-CHARGER-PARM-DEB
              THRU 1300-CHARGER-PARM-FIN.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
       1200-CHARGER-PERIODES-FIN.
           EXIT.

      * No parameter file, or a year of zero, means the whole
      * journal.
       1300-CHARGER-PARM-DEB.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-EXERCICE IS NUMERIC
                           MOVE PRM-EXERCICE TO WS-EXERCICE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF WS-EXERCICE > ZERO
               MOVE "BALANCE EXERCICE" TO RH-REPORT-TITLE
               DISPLAY "BALANCE LIMITEE A L'EXERCICE " WS-EXERCICE
           END-IF.
       1300-CHARGER-PARM-FIN.
           EXIT.

       2000-CUMULER-JOURNAL-DEB.
           OPEN INPUT GL-JOURNAL-FILE.
           IF WS-GL-STATUS = "35"
               AT END
                   MOVE "10" TO WS-GL-STATUS
               NOT AT END
                   IF WS-EXERCICE > ZERO
                           AND GLJ-PERIODE(1:4) NOT = WS-EXERCICE
                       ADD 1 TO WS-LIGNE-HORS-EXERCICE
                   ELSE
                       ADD 1 TO WS-LIGNE-CNT
                       PERFORM 2200-CUMULER-SOLDE-DEB
                          THRU 2200-CUMULER-SOLDE-FIN
                   END-IF
           END-READ.
       2100-LIRE-LIGNE-FIN.
           EXIT.
           DISPLAY "------------------------------------------------".
           DISPLAY "BALANCE GENERALE TERMINEE.".
           DISPLAY "LIGNES DE JOURNAL LUES: " WS-LIGNE-CNT.
           IF WS-EXERCICE > ZERO
               DISPLAY "LIGNES HORS EXERCICE  : "
                       WS-LIGNE-HORS-EXERCICE
           END-IF.
           DISPLAY "PERIODES EN ECART     : " WS-ECART-CNT.
           DISPLAY "COMPTES HORS PLAN     : " WS-COMPTE-INCONNU-CNT.
           IF WS-ECART-CNT > ZERO OR WS-COMPTE-INCONNU-CNT > ZERO
