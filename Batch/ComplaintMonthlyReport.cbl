       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComplaintMonthlyReport.
       AUTHOR. Mathieu.

      * Monthly complaint statistics. For the period on
      * Data/COMPLAINT-REPORT-PARM.txt - the current month when the
      * file is absent, as for RideMaintenanceCostBatch - the cases
      * of the complaint register opened in the month are counted
      * by category and by outcome: founded, partly founded, not
      * founded, no follow-up, and still without an answer. Each
      * category also shows how many were answered within their
      * response deadline and how many are closed, and the park
      * total closes the report. Categories print in the order
      * their first case of the month was opened. The cases are
      * counted as they stand on the day the report is run, so a
      * month reprinted later shows its late answers too.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CASE-FILE ASSIGN DYNAMIC WS-CASE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  COMPLAINT-REPORT-PARM.
           05 PRM-PERIODE           PIC 9(6).

       FD  CASE-FILE.
           COPY "ComplaintCase.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/COMPLAINT-REPORT-PARM.txt".
       01  WS-CASE-PATH             PIC X(40)
                                 VALUE "Data/COMPLAINT-CASES.txt".
       01  WS-REPORT-PATH           PIC X(40)
                           VALUE "Data/COMPLAINT-MONTHLY-REPORT.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-CASE-STATUS           PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-PERIODE               PIC 9(6).
       01  WS-LU-CNT                PIC 9(5) VALUE ZERO.

      * One row per category, the last row kept for the park total.
       01  WS-CAT-CNT               PIC 9(3) VALUE ZERO.
       01  WS-K                     PIC 9(3).
       01  WS-CAT-TROUVEE           PIC 9(3).
       01  WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 101 TIMES.
               10 WS-CT-CODE        PIC X(4).
               10 WS-CT-RECUES      PIC 9(5).
               10 WS-CT-FONDEES     PIC 9(5).
               10 WS-CT-PARTIELLES  PIC 9(5).
               10 WS-CT-NON-FONDEES PIC 9(5).
               10 WS-CT-SANS-SUITE  PIC 9(5).
               10 WS-CT-SANS-REPONSE PIC 9(5).
               10 WS-CT-DANS-DELAI  PIC 9(5).
               10 WS-CT-CLOSES      PIC 9(5).
       01  WS-TOTAL                 PIC 9(3) VALUE 101.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-PERIODE        PIC 9(6).
           05 FILLER                PIC 9(2).
       01  WS-RUN-DATE-EDIT REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-COMPTER-DOSSIERS-DEB
              THRU 2000-COMPTER-DOSSIERS-FIN.

           PERFORM 3000-EDITER-CATEGORIE-DEB
              THRU 3000-EDITER-CATEGORIE-FIN
              VARYING WS-K FROM 1 BY 1
              UNTIL WS-K > WS-CAT-CNT.

           PERFORM 4000-EDITER-TOTAL-DEB
              THRU 4000-EDITER-TOTAL-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-CAT-TABLE.

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
           DISPLAY "STATISTIQUES DES RECLAMATIONS - PERIODE "
                   WS-PERIODE.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE "ComplaintMonthlyReport" TO RH-PROGRAM-ID.
           MOVE "RECLAMATIONS MOIS" TO RH-REPORT-TITLE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           PERFORM 8000-ECRIRE-ENTETE-DEB
              THRU 8000-ECRIRE-ENTETE-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

       2000-COMPTER-DOSSIERS-DEB.
           OPEN INPUT CASE-FILE.
           IF WS-CASE-STATUS = "35"
               DISPLAY "AUCUNE RECLAMATION SUR FICHIER"
           ELSE
               IF WS-CASE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE CASE-FILE: "
                           WS-CASE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-CASE-STATUS = "10"
                   READ CASE-FILE
                       AT END
                           MOVE "10" TO WS-CASE-STATUS
                       NOT AT END
                           IF CPL-PERIODE = WS-PERIODE
                               ADD 1 TO WS-LU-CNT
                               PERFORM 2100-COMPTER-DOSSIER-DEB
                                  THRU 2100-COMPTER-DOSSIER-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF.
       2000-COMPTER-DOSSIERS-FIN.
           EXIT.

      * The case counts on its category's row and on the total row.
       2100-COMPTER-DOSSIER-DEB.
           MOVE ZERO TO WS-CAT-TROUVEE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CAT-CNT
               IF WS-CT-CODE(WS-K) = CPL-CATEGORIE
                   MOVE WS-K TO WS-CAT-TROUVEE
               END-IF
           END-PERFORM.
           IF WS-CAT-TROUVEE = ZERO
               IF WS-CAT-CNT >= 100
                   DISPLAY "TABLE DES CATEGORIES PLEINE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CAT-CNT
               MOVE CPL-CATEGORIE TO WS-CT-CODE(WS-CAT-CNT)
               MOVE WS-CAT-CNT TO WS-CAT-TROUVEE
           END-IF.

           MOVE WS-CAT-TROUVEE TO WS-K.
           PERFORM 2200-CUMULER-DEB
              THRU 2200-CUMULER-FIN.
           MOVE WS-TOTAL TO WS-K.
           PERFORM 2200-CUMULER-DEB
              THRU 2200-CUMULER-FIN.
       2100-COMPTER-DOSSIER-FIN.
           EXIT.

       2200-CUMULER-DEB.
           ADD 1 TO WS-CT-RECUES(WS-K).
           IF CPL-REPONDU OR CPL-CLOS
               EVALUATE TRUE
                   WHEN CPL-FONDEE
                       ADD 1 TO WS-CT-FONDEES(WS-K)
                   WHEN CPL-PARTIELLE
                       ADD 1 TO WS-CT-PARTIELLES(WS-K)
                   WHEN CPL-NON-FONDEE
                       ADD 1 TO WS-CT-NON-FONDEES(WS-K)
                   WHEN OTHER
                       ADD 1 TO WS-CT-SANS-SUITE(WS-K)
               END-EVALUATE
               IF CPL-DATE-REPONSE NOT > CPL-ECHEANCE
                   ADD 1 TO WS-CT-DANS-DELAI(WS-K)
               END-IF
           ELSE
               ADD 1 TO WS-CT-SANS-REPONSE(WS-K)
           END-IF.
           IF CPL-CLOS
               ADD 1 TO WS-CT-CLOSES(WS-K)
           END-IF.
       2200-CUMULER-FIN.
           EXIT.

       3000-EDITER-CATEGORIE-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               PERFORM 8000-ECRIRE-ENTETE-DEB
                  THRU 8000-ECRIRE-ENTETE-FIN
           END-IF.
           PERFORM 3100-FORMATER-LIGNE-DEB
              THRU 3100-FORMATER-LIGNE-FIN.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       3000-EDITER-CATEGORIE-FIN.
           EXIT.

       3100-FORMATER-LIGNE-DEB.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-CT-CODE(WS-K) "   "
                  WS-CT-RECUES(WS-K) "   "
                  WS-CT-FONDEES(WS-K) "   "
                  WS-CT-PARTIELLES(WS-K) "   "
                  WS-CT-NON-FONDEES(WS-K) "   "
                  WS-CT-SANS-SUITE(WS-K) "   "
                  WS-CT-SANS-REPONSE(WS-K) "   "
                  WS-CT-DANS-DELAI(WS-K) "   "
                  WS-CT-CLOSES(WS-K)
                  DELIMITED BY SIZE INTO REPORT-LINE.
       3100-FORMATER-LIGNE-FIN.
           EXIT.

       4000-EDITER-TOTAL-DEB.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL TO WS-K.
           MOVE "PARC" TO WS-CT-CODE(WS-K).
           PERFORM 3100-FORMATER-LIGNE-DEB
              THRU 3100-FORMATER-LIGNE-FIN.
           WRITE REPORT-LINE.
       4000-EDITER-TOTAL-FIN.
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
           STRING "DOSSIERS OUVERTS EN " WS-PERIODE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CAT   RECUES FONDEES PARTIEL NON FON"
                  " S.SUITE ATTENTE A TEMPS  CLOSES"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 3 TO RH-LINE-COUNT.
       8000-ECRIRE-ENTETE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "STATISTIQUES DES RECLAMATIONS TERMINEES.".
           DISPLAY "RECLAMATIONS DU MOIS  : " WS-LU-CNT.
           DISPLAY "CATEGORIES            : " WS-CAT-CNT.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
