       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecruitmentPipelineReport.
       AUTHOR. Mathieu.

      * Recruitment pipeline by department, from the applicant file
      * ApplicantTrackingBatch keeps. For each department of the
      * department master: every candidate still in the pipeline -
      * applied, interviewed or offered - with the post, the step
      * and the business days since the application, then the
      * count of candidates at each step, accepted and declined
      * included, and the time-to-hire of the accepted ones: the
      * business days from the application to the acceptance,
      * averaged and at its longest (BusinessDayCalculator, so the
      * count is the one every other job uses). A closing line
      * gives the same figures for the whole company.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICANT-FILE ASSIGN DYNAMIC WS-APPLICANT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APPLICANT-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN DYNAMIC WS-DEPT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICANT-FILE.
           COPY "Applicant.cpy".

       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-RECORD.
           05 DEPT-CODE             PIC X(4).
           05 DEPT-NAME             PIC X(20).
           05 DEPT-RESPONSABLE      PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-APPLICANT-PATH        PIC X(40)
                                 VALUE "Data/APPLICANT-FILE.txt".
       01  WS-DEPT-PATH             PIC X(40)
                                 VALUE "Data/DEPARTMENT-MASTER.txt".
       01  WS-REPORT-PATH           PIC X(40)
                         VALUE "Data/RECRUITMENT-PIPELINE-REPORT.txt".
       01  WS-APPLICANT-STATUS      PIC XX.
       01  WS-DEPT-STATUS           PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-RUN-DATE              PIC 9(8).

       01  WS-DEPT-CNT              PIC 9(3) VALUE ZERO.
       01  WS-D                     PIC 9(3).

       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES
                   DEPENDING ON WS-DEPT-CNT
                   INDEXED BY DX.
               10 WS-D-CODE         PIC X(4).
               10 WS-D-NOM          PIC X(20).

       01  WS-APPLICANT-CNT         PIC 9(5) VALUE ZERO.
       01  WS-C                     PIC 9(5).

       01  WS-APPLICANT-TABLE.
           05 WS-APPLICANT-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-APPLICANT-CNT
                   INDEXED BY CX.
               10 WS-C-ID           PIC X(6).
               10 WS-C-NAME         PIC X(20).
               10 WS-C-GENRE        PIC X(1).
               10 WS-C-BIRTHDATE    PIC 9(8).
               10 WS-C-POS-ID       PIC X(6).
               10 WS-C-DEPT         PIC X(4).
               10 WS-C-ETAPE        PIC X(1).
               10 WS-C-DATE-CAND    PIC 9(8).
               10 WS-C-DATE-ENTR    PIC 9(8).
               10 WS-C-DATE-OFFRE   PIC 9(8).
               10 WS-C-DATE-DECIS   PIC 9(8).
               10 WS-C-DATE-DEBUT   PIC 9(8).
               10 WS-C-ETP          PIC 9(1)V99.
               10 WS-C-EMP-ID       PIC X(6).

      * Step counters of one department, then of the company.
       01  WS-COMPTEURS.
           05 WS-N-CAND             PIC 9(5).
           05 WS-N-ENTR             PIC 9(5).
           05 WS-N-OFFRE            PIC 9(5).
           05 WS-N-ACCEPTE          PIC 9(5).
           05 WS-N-DECLINE          PIC 9(5).
           05 WS-DELAI-TOTAL        PIC 9(7).
           05 WS-DELAI-MAX          PIC 9(4).
       01  WS-COMPTEURS-GENERAUX.
           05 WS-G-CAND             PIC 9(5) VALUE ZERO.
           05 WS-G-ENTR             PIC 9(5) VALUE ZERO.
           05 WS-G-OFFRE            PIC 9(5) VALUE ZERO.
           05 WS-G-ACCEPTE          PIC 9(5) VALUE ZERO.
           05 WS-G-DECLINE          PIC 9(5) VALUE ZERO.
           05 WS-G-DELAI-TOTAL      PIC 9(7) VALUE ZERO.
           05 WS-G-DELAI-MAX        PIC 9(4) VALUE ZERO.

       01  WS-DELAI                 PIC 9(4).
       01  WS-DELAI-MOYEN           PIC 9(4)V9.
       01  WS-ETAPE-LIBELLE         PIC X(10).

       01  WS-BD-FONCTION           PIC X(1).
       01  WS-BD-RESULT-DATE        PIC 9(8).

       01  WS-CNT-EDITE             PIC ZZZZ9.
       01  WS-CNT2-EDITE            PIC ZZZZ9.
       01  WS-CNT3-EDITE            PIC ZZZZ9.
       01  WS-CNT4-EDITE            PIC ZZZZ9.
       01  WS-CNT5-EDITE            PIC ZZZZ9.
       01  WS-DELAI-EDITE           PIC ZZZ9.
       01  WS-MOYEN-EDITE           PIC ZZZ9.9.
       01  WS-MAX-EDITE             PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 3000-EDITER-DEPT-DEB
              THRU 3000-EDITER-DEPT-FIN
              VARYING WS-D FROM 1 BY 1
              UNTIL WS-D > WS-DEPT-CNT.

           PERFORM 4000-EDITER-TOTAL-DEB
              THRU 4000-EDITER-TOTAL-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "RecruitmentPipelineReport" TO RH-PROGRAM-ID.
           MOVE "SUIVI DU RECRUTEMENT" TO RH-REPORT-TITLE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM 1100-CHARGER-DEPARTEMENTS-DEB
              THRU 1100-CHARGER-DEPARTEMENTS-FIN.
           PERFORM 1200-CHARGER-CANDIDATS-DEB
              THRU 1200-CHARGER-CANDIDATS-FIN.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-CHARGER-DEPARTEMENTS-DEB.
           OPEN INPUT DEPARTMENT-MASTER-FILE.
           IF WS-DEPT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE DEPARTMENT-MASTER: "
                       WS-DEPT-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-DEPT-STATUS = "10"
               READ DEPARTMENT-MASTER-FILE
                   AT END
                       MOVE "10" TO WS-DEPT-STATUS
                   NOT AT END
                       IF WS-DEPT-CNT < 200
                           ADD 1 TO WS-DEPT-CNT
                           SET DX TO WS-DEPT-CNT
                           MOVE DEPT-CODE TO WS-D-CODE(DX)
                           MOVE DEPT-NAME TO WS-D-NOM(DX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPARTMENT-MASTER-FILE.
       1100-CHARGER-DEPARTEMENTS-FIN.
           EXIT.

      * No applicant file yet means nothing in the pipeline.
       1200-CHARGER-CANDIDATS-DEB.
           OPEN INPUT APPLICANT-FILE.
           IF WS-APPLICANT-STATUS = "35"
               MOVE ZERO TO WS-APPLICANT-CNT
           ELSE
               IF WS-APPLICANT-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE APPLICANT-FILE: "
                           WS-APPLICANT-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-APPLICANT-STATUS = "10"
                   READ APPLICANT-FILE
                       AT END
                           MOVE "10" TO WS-APPLICANT-STATUS
                       NOT AT END
                           IF WS-APPLICANT-CNT >= 9999
                               DISPLAY "TABLE DES CANDIDATS PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-APPLICANT-CNT
                           SET CX TO WS-APPLICANT-CNT
                           MOVE APPLICANT-RECORD
                               TO WS-APPLICANT-ENTRY(CX)
                   END-READ
               END-PERFORM
               CLOSE APPLICANT-FILE
           END-IF.
       1200-CHARGER-CANDIDATS-FIN.
           EXIT.

       3000-EDITER-DEPT-DEB.
           INITIALIZE WS-COMPTEURS.
           PERFORM 3100-IMPRIMER-ENTETE-DEB
              THRU 3100-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "DEPARTEMENT " WS-D-CODE(WS-D) " "
                  WS-D-NOM(WS-D)
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

           PERFORM 3200-TRAITER-CANDIDAT-DEB
              THRU 3200-TRAITER-CANDIDAT-FIN
              VARYING WS-C FROM 1 BY 1
              UNTIL WS-C > WS-APPLICANT-CNT.

           PERFORM 3300-EDITER-SYNTHESE-DEB
              THRU 3300-EDITER-SYNTHESE-FIN.

           ADD WS-N-CAND TO WS-G-CAND.
           ADD WS-N-ENTR TO WS-G-ENTR.
           ADD WS-N-OFFRE TO WS-G-OFFRE.
           ADD WS-N-ACCEPTE TO WS-G-ACCEPTE.
           ADD WS-N-DECLINE TO WS-G-DECLINE.
           ADD WS-DELAI-TOTAL TO WS-G-DELAI-TOTAL.
           IF WS-DELAI-MAX > WS-G-DELAI-MAX
               MOVE WS-DELAI-MAX TO WS-G-DELAI-MAX
           END-IF.
       3000-EDITER-DEPT-FIN.
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

      * Candidates still in the pipeline are listed with their wait;
      * the accepted ones feed the time-to-hire.
       3200-TRAITER-CANDIDAT-DEB.
           IF WS-C-DEPT(WS-C) = WS-D-CODE(WS-D)
               EVALUATE WS-C-ETAPE(WS-C)
                   WHEN "C"
                       ADD 1 TO WS-N-CAND
                       MOVE "CANDIDAT" TO WS-ETAPE-LIBELLE
                       PERFORM 3250-EDITER-EN-COURS-DEB
                          THRU 3250-EDITER-EN-COURS-FIN
                   WHEN "E"
                       ADD 1 TO WS-N-ENTR
                       MOVE "ENTRETIEN" TO WS-ETAPE-LIBELLE
                       PERFORM 3250-EDITER-EN-COURS-DEB
                          THRU 3250-EDITER-EN-COURS-FIN
                   WHEN "O"
                       ADD 1 TO WS-N-OFFRE
                       MOVE "OFFRE" TO WS-ETAPE-LIBELLE
                       PERFORM 3250-EDITER-EN-COURS-DEB
                          THRU 3250-EDITER-EN-COURS-FIN
                   WHEN "A"
                       ADD 1 TO WS-N-ACCEPTE
                       MOVE "C" TO WS-BD-FONCTION
                       CALL "BusinessDayCalculator" USING
                           WS-BD-FONCTION WS-C-DATE-CAND(WS-C)
                           WS-C-DATE-DECIS(WS-C) WS-BD-RESULT-DATE
                           WS-DELAI
                       ADD WS-DELAI TO WS-DELAI-TOTAL
                       IF WS-DELAI > WS-DELAI-MAX
                           MOVE WS-DELAI TO WS-DELAI-MAX
                       END-IF
                   WHEN "D"
                       ADD 1 TO WS-N-DECLINE
               END-EVALUATE
           END-IF.
       3200-TRAITER-CANDIDAT-FIN.
           EXIT.

       3250-EDITER-EN-COURS-DEB.
           MOVE "C" TO WS-BD-FONCTION.
           CALL "BusinessDayCalculator" USING WS-BD-FONCTION
               WS-C-DATE-CAND(WS-C) WS-RUN-DATE WS-BD-RESULT-DATE
               WS-DELAI.
           MOVE WS-DELAI TO WS-DELAI-EDITE.
           PERFORM 3100-IMPRIMER-ENTETE-DEB
              THRU 3100-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-C-ID(WS-C) " " WS-C-NAME(WS-C) " "
                  WS-C-POS-ID(WS-C) " " WS-ETAPE-LIBELLE
                  " DEPUIS " WS-C-DATE-CAND(WS-C)
                  " J=" WS-DELAI-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       3250-EDITER-EN-COURS-FIN.
           EXIT.

       3300-EDITER-SYNTHESE-DEB.
           MOVE WS-N-CAND TO WS-CNT-EDITE.
           MOVE WS-N-ENTR TO WS-CNT2-EDITE.
           MOVE WS-N-OFFRE TO WS-CNT3-EDITE.
           MOVE WS-N-ACCEPTE TO WS-CNT4-EDITE.
           MOVE WS-N-DECLINE TO WS-CNT5-EDITE.
           PERFORM 3100-IMPRIMER-ENTETE-DEB
              THRU 3100-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "  CANDIDATS" WS-CNT-EDITE " ENTRETIENS" WS-CNT2-EDITE
                  " OFFRES" WS-CNT3-EDITE " ACCEPTES" WS-CNT4-EDITE
                  " DECLINES" WS-CNT5-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

           MOVE SPACES TO REPORT-LINE.
           IF WS-N-ACCEPTE = ZERO
               STRING "  DELAI D'EMBAUCHE: AUCUNE ACCEPTATION"
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               COMPUTE WS-DELAI-MOYEN ROUNDED =
                       WS-DELAI-TOTAL / WS-N-ACCEPTE
               MOVE WS-DELAI-MOYEN TO WS-MOYEN-EDITE
               MOVE WS-DELAI-MAX TO WS-MAX-EDITE
               STRING "  DELAI D'EMBAUCHE (JOURS OUVRES) MOYEN "
                      WS-MOYEN-EDITE " MAXIMUM " WS-MAX-EDITE
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.
       3300-EDITER-SYNTHESE-FIN.
           EXIT.

       4000-EDITER-TOTAL-DEB.
           MOVE WS-G-CAND TO WS-N-CAND.
           MOVE WS-G-ENTR TO WS-N-ENTR.
           MOVE WS-G-OFFRE TO WS-N-OFFRE.
           MOVE WS-G-ACCEPTE TO WS-N-ACCEPTE.
           MOVE WS-G-DECLINE TO WS-N-DECLINE.
           MOVE WS-G-DELAI-TOTAL TO WS-DELAI-TOTAL.
           MOVE WS-G-DELAI-MAX TO WS-DELAI-MAX.
           PERFORM 3100-IMPRIMER-ENTETE-DEB
              THRU 3100-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "ENSEMBLE DE L'ENTREPRISE"
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
           DISPLAY "SUIVI DU RECRUTEMENT TERMINE.".
           DISPLAY "CANDIDATS LUS         : " WS-APPLICANT-CNT.
           DISPLAY "EN COURS              : " WS-G-CAND " / "
                   WS-G-ENTR " / " WS-G-OFFRE.
           DISPLAY "ACCEPTES              : " WS-G-ACCEPTE.
           DISPLAY "DECLINES              : " WS-G-DECLINE.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
