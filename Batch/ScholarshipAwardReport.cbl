       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScholarshipAwardReport.
       AUTHOR. Mathieu.

      * Scholarship and financial-aid awards of the current term
      * (Data/TUITION-TERM-PARM.txt, the term TuitionInvoiceBatch
      * invoices), grouped by funding source. Each award shows the
      * student, the kind - percentage or fixed amount - and its
      * value, the minimum average it is conditional on, its status
      * and the amount deducted once invoiced. Each source closes
      * with the awards still waiting, applied and lapsed and the
      * amount it funded; a closing line gives the same figures for
      * every source together.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWARD-FILE ASSIGN DYNAMIC WS-AWARD-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AWARD-STATUS.

           SELECT TERM-PARM-FILE ASSIGN DYNAMIC WS-TERM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AWARD-FILE.
           COPY "ScholarshipAward.cpy".

       FD  TERM-PARM-FILE.
       01  TERM-PARM-RECORD.
           05 PRM-TERME             PIC X(6).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-AWARD-PATH            PIC X(40)
                                 VALUE "Data/SCHOLARSHIP-AWARD.txt".
       01  WS-TERM-PATH             PIC X(40)
                                 VALUE "Data/TUITION-TERM-PARM.txt".
       01  WS-REPORT-PATH           PIC X(40)
                           VALUE "Data/SCHOLARSHIP-AWARD-REPORT.txt".
       01  WS-AWARD-STATUS          PIC XX.
       01  WS-TERM-STATUS           PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-TERME                 PIC X(6).

       01  WS-AWD-CNT               PIC 9(4) VALUE ZERO.
       01  WS-W                     PIC 9(4).

       01  WS-AWD-TABLE.
           05 WS-AWD-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-AWD-CNT
                   INDEXED BY WX.
               10 WS-W-RECORD       PIC X(48).

       01  WS-SOURCE-CNT            PIC 9(3) VALUE ZERO.
       01  WS-S                     PIC 9(3).
       01  WS-SOURCE-TROUVEE        PIC X.

       01  WS-SOURCE-TABLE.
           05 WS-SOURCE-ENTRY OCCURS 200 TIMES
                   DEPENDING ON WS-SOURCE-CNT
                   INDEXED BY SX.
               10 WS-S-SOURCE       PIC X(8).

      * Status counters and amount of one source, then of all.
       01  WS-COMPTEURS.
           05 WS-N-ACTIVE           PIC 9(5).
           05 WS-N-FACTUREE         PIC 9(5).
           05 WS-N-CADUQUE          PIC 9(5).
           05 WS-MONTANT            PIC 9(9)V99.
       01  WS-COMPTEURS-GENERAUX.
           05 WS-G-ACTIVE           PIC 9(5) VALUE ZERO.
           05 WS-G-FACTUREE         PIC 9(5) VALUE ZERO.
           05 WS-G-CADUQUE          PIC 9(5) VALUE ZERO.
           05 WS-G-MONTANT          PIC 9(9)V99 VALUE ZERO.

       01  WS-TYPE-LIBELLE          PIC X(7).
       01  WS-STATUT-LIBELLE        PIC X(8).
       01  WS-VALEUR-EDITE          PIC ZZZZ9.99.
       01  WS-MIN-EDITE             PIC Z9.99.
       01  WS-ACCORDE-EDITE         PIC ZZZZ9.99.
       01  WS-MONTANT-EDITE         PIC Z(8)9.99.
       01  WS-CNT-EDITE             PIC ZZZZ9.
       01  WS-CNT2-EDITE            PIC ZZZZ9.
       01  WS-CNT3-EDITE            PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 3000-EDITER-SOURCE-DEB
              THRU 3000-EDITER-SOURCE-FIN
              VARYING WS-S FROM 1 BY 1
              UNTIL WS-S > WS-SOURCE-CNT.

           PERFORM 4000-EDITER-TOTAL-DEB
              THRU 4000-EDITER-TOTAL-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "ScholarshipAwardReport" TO RH-PROGRAM-ID.
           MOVE "BOURSES PAR SOURCE" TO RH-REPORT-TITLE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           OPEN INPUT TERM-PARM-FILE.
           IF WS-TERM-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE TERM-PARM-FILE: "
                       WS-TERM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ TERM-PARM-FILE
               AT END
                   DISPLAY "TERME NON RENSEIGNE - RUN ABANDONNE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE PRM-TERME TO WS-TERME.
           CLOSE TERM-PARM-FILE.

           PERFORM 1100-CHARGER-BOURSES-DEB
              THRU 1100-CHARGER-BOURSES-FIN.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

      * Only the term's awards are kept; the sources are listed in
      * the order they first appear. No award file yet means no
      * awards.
       1100-CHARGER-BOURSES-DEB.
           OPEN INPUT AWARD-FILE.
           IF WS-AWARD-STATUS = "35"
               MOVE ZERO TO WS-AWD-CNT
           ELSE
               IF WS-AWARD-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE AWARD-FILE: "
                           WS-AWARD-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-AWARD-STATUS = "10"
                   READ AWARD-FILE
                       AT END
                           MOVE "10" TO WS-AWARD-STATUS
                       NOT AT END
                           IF AWD-TERME = WS-TERME
                               PERFORM 1150-RANGER-BOURSE-DEB
                                  THRU 1150-RANGER-BOURSE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AWARD-FILE
           END-IF.
       1100-CHARGER-BOURSES-FIN.
           EXIT.

       1150-RANGER-BOURSE-DEB.
           IF WS-AWD-CNT >= 9999
               DISPLAY "TABLE BOURSES PLEINE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-AWD-CNT.
           SET WX TO WS-AWD-CNT.
           MOVE SCHOLARSHIP-AWARD-RECORD TO WS-W-RECORD(WX).

           MOVE "N" TO WS-SOURCE-TROUVEE.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SOURCE-CNT
               IF WS-S-SOURCE(WS-S) = AWD-SOURCE
                   MOVE "Y" TO WS-SOURCE-TROUVEE
               END-IF
           END-PERFORM.
           IF WS-SOURCE-TROUVEE = "N"
               IF WS-SOURCE-CNT >= 200
                   DISPLAY "TABLE SOURCES PLEINE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SOURCE-CNT
               SET SX TO WS-SOURCE-CNT
               MOVE AWD-SOURCE TO WS-S-SOURCE(SX)
           END-IF.
       1150-RANGER-BOURSE-FIN.
           EXIT.

       3000-EDITER-SOURCE-DEB.
           INITIALIZE WS-COMPTEURS.
           PERFORM 3100-IMPRIMER-ENTETE-DEB
              THRU 3100-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "SOURCE " WS-S-SOURCE(WS-S) " TERME " WS-TERME
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

           PERFORM 3200-EDITER-BOURSE-DEB
              THRU 3200-EDITER-BOURSE-FIN
              VARYING WS-W FROM 1 BY 1
              UNTIL WS-W > WS-AWD-CNT.

           PERFORM 3300-EDITER-SYNTHESE-DEB
              THRU 3300-EDITER-SYNTHESE-FIN.

           ADD WS-N-ACTIVE TO WS-G-ACTIVE.
           ADD WS-N-FACTUREE TO WS-G-FACTUREE.
           ADD WS-N-CADUQUE TO WS-G-CADUQUE.
           ADD WS-MONTANT TO WS-G-MONTANT.
       3000-EDITER-SOURCE-FIN.
           EXIT.

       3100-IMPRIMER-ENTETE-DEB.
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
       3100-IMPRIMER-ENTETE-FIN.
           EXIT.

       3200-EDITER-BOURSE-DEB.
           MOVE WS-W-RECORD(WS-W) TO SCHOLARSHIP-AWARD-RECORD.
           IF AWD-SOURCE = WS-S-SOURCE(WS-S)
               IF AWD-POURCENTAGE
                   MOVE "POURCT " TO WS-TYPE-LIBELLE
               ELSE
                   MOVE "FORFAIT" TO WS-TYPE-LIBELLE
               END-IF
               EVALUATE TRUE
                   WHEN AWD-FACTUREE
                       MOVE "APPLIQUE" TO WS-STATUT-LIBELLE
                       ADD 1 TO WS-N-FACTUREE
                       ADD AWD-MONTANT-ACCORDE TO WS-MONTANT
                   WHEN AWD-CADUQUE
                       MOVE "CADUQUE" TO WS-STATUT-LIBELLE
                       ADD 1 TO WS-N-CADUQUE
                   WHEN OTHER
                       MOVE "ACTIVE" TO WS-STATUT-LIBELLE
                       ADD 1 TO WS-N-ACTIVE
               END-EVALUATE
               MOVE AWD-VALEUR TO WS-VALEUR-EDITE
               MOVE AWD-MOYENNE-MIN TO WS-MIN-EDITE
               MOVE AWD-MONTANT-ACCORDE TO WS-ACCORDE-EDITE
               PERFORM 3100-IMPRIMER-ENTETE-DEB
                  THRU 3100-IMPRIMER-ENTETE-FIN
               MOVE SPACES TO REPORT-LINE
               STRING "  " AWD-STUDENT-ID " " WS-TYPE-LIBELLE " "
                      WS-VALEUR-EDITE " MOY.MIN " WS-MIN-EDITE " "
                      WS-STATUT-LIBELLE " " AWD-DATE-STATUT
                      " DEDUIT " WS-ACCORDE-EDITE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           END-IF.
       3200-EDITER-BOURSE-FIN.
           EXIT.

       3300-EDITER-SYNTHESE-DEB.
           MOVE WS-N-ACTIVE TO WS-CNT-EDITE.
           MOVE WS-N-FACTUREE TO WS-CNT2-EDITE.
           MOVE WS-N-CADUQUE TO WS-CNT3-EDITE.
           MOVE WS-MONTANT TO WS-MONTANT-EDITE.
           PERFORM 3100-IMPRIMER-ENTETE-DEB
              THRU 3100-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ACTIVES" WS-CNT-EDITE " APPLIQUEES" WS-CNT2-EDITE
                  " CADUQUES" WS-CNT3-EDITE
                  " MONTANT DEDUIT " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.
       3300-EDITER-SYNTHESE-FIN.
           EXIT.

       4000-EDITER-TOTAL-DEB.
           MOVE WS-G-ACTIVE TO WS-N-ACTIVE.
           MOVE WS-G-FACTUREE TO WS-N-FACTUREE.
           MOVE WS-G-CADUQUE TO WS-N-CADUQUE.
           MOVE WS-G-MONTANT TO WS-MONTANT.
           PERFORM 3100-IMPRIMER-ENTETE-DEB
              THRU 3100-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOUTES SOURCES - TERME " WS-TERME
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           PERFORM 3300-EDITER-SYNTHESE-DEB
              THRU 3300-EDITER-SYNTHESE-FIN.
       4000-EDITER-TOTAL-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "RELEVE DES BOURSES TERMINE.".
           DISPLAY "TERME                 : " WS-TERME.
           DISPLAY "BOURSES DU TERME      : " WS-AWD-CNT.
           DISPLAY "SOURCES               : " WS-SOURCE-CNT.
           DISPLAY "BOURSES CADUQUES      : " WS-G-CADUQUE.
           MOVE WS-G-MONTANT TO WS-MONTANT-EDITE.
           DISPLAY "MONTANT DEDUIT        : " WS-MONTANT-EDITE.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
