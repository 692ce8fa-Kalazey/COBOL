       IDENTIFICATION DIVISION.
       PROGRAM-ID. DiplomaRequirementsAudit.
       AUTHOR. Mathieu.

      * Graduation audit - the check the registrar did by hand at
      * the end of the final level. Every student of the current
      * student master whose class level (the level file) closes a
      * diploma of the requirements file is audited against it:
      * each mandatory subject passed at its minimum grade in some
      * archived term, the overall average over every grade of the
      * term history, and the number of archived terms attended
      * within the absence limit of the attendance summary. Each
      * requirement prints as ACQUIS, EN ATTENTE or ECHEC. A
      * requirement not met yet is only pending while the current
      * term is still to be archived (no history row for it) and
      * could still meet it - a subject the student is taking this
      * term, the average, one more attended term. A student who
      * meets every requirement is written to the diploma-printing
      * file; a student of a non-final level is left out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUIREMENTS-FILE ASSIGN DYNAMIC WS-REQUIREMENTS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQUIREMENTS-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LEVEL-FILE ASSIGN DYNAMIC WS-LEVEL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEVEL-STATUS.

           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-HISTORY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SUMMARY-FILE ASSIGN DYNAMIC WS-SUMMARY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PRINT-FILE ASSIGN DYNAMIC WS-PRINT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUIREMENTS-FILE.
           COPY "DiplomaRequirement.cpy".

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05 SM-STUDENT-ID        PIC X(6).
           05 SM-STUDENT-NAME      PIC X(20).
           05 SM-SUBJECT-COUNT     PIC 9(2).
           05 SM-SUBJECT OCCURS 1 TO 20 TIMES
                   DEPENDING ON SM-SUBJECT-COUNT.
               10 SM-SUBJECT-NAME  PIC X(10).
               10 SM-SUBJECT-GRADE PIC 9(2)V99.

       FD  LEVEL-FILE.
       01  STUDENT-LEVEL-RECORD.
           05 LVL-STUDENT-ID        PIC X(6).
           05 LVL-NIVEAU            PIC 9(2).

       FD  HISTORY-FILE.
       01  TERM-HISTORY-RECORD.
           05 TH-STUDENT-ID        PIC X(6).
           05 TH-STUDENT-NAME      PIC X(20).
           05 TH-TERM              PIC 9(6).
           05 TH-SUBJECT-COUNT     PIC 9(2).
           05 TH-SUBJECT OCCURS 1 TO 20 TIMES
                   DEPENDING ON TH-SUBJECT-COUNT.
               10 TH-SUBJECT-NAME  PIC X(10).
               10 TH-SUBJECT-GRADE PIC 9(2)V99.

       FD  SUMMARY-FILE.
       01  ATTENDANCE-SUMMARY-RECORD.
           05 AS-STUDENT-ID         PIC X(6).
           05 AS-TERME              PIC 9(6).
           05 AS-ABSENCES           PIC 9(3).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(90).

      * One row per student cleared for the diploma, for the
      * printing run.
       FD  PRINT-FILE.
       01  DIPLOMA-PRINT-RECORD.
           05 DPR-STUDENT-ID        PIC X(6).
           05 DPR-STUDENT-NAME      PIC X(20).
           05 DPR-DIPLOME-CODE      PIC X(6).
           05 DPR-MOYENNE           PIC 9(2)V99.
           05 DPR-DATE-AUDIT        PIC 9(8).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-REQUIREMENTS-PATH     PIC X(40)
                                 VALUE "Data/DIPLOMA-REQUIREMENTS.txt".
       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/STUDENT-MASTER.txt".
       01  WS-LEVEL-PATH            PIC X(40)
                                 VALUE "Data/STUDENT-LEVEL.txt".
       01  WS-HISTORY-PATH          PIC X(40)
                                 VALUE "Data/TERM-HISTORY.txt".
       01  WS-SUMMARY-PATH          PIC X(40)
                                 VALUE "Data/ATTENDANCE-SUMMARY.txt".
       01  WS-REPORT-PATH           PIC X(40)
                                 VALUE "Data/DIPLOMA-AUDIT-REPORT.txt".
       01  WS-PRINT-PATH            PIC X(40)
                                 VALUE "Data/DIPLOMA-PRINT.txt".
       01  WS-REQUIREMENTS-STATUS   PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-LEVEL-STATUS          PIC XX.
       01  WS-HISTORY-STATUS        PIC XX.
       01  WS-SUMMARY-STATUS        PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-PRINT-STATUS          PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-TERME-COURANT         PIC 9(6).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-PERIODE        PIC 9(6).
           05 FILLER                PIC 9(2).

       01  WS-DIPLOME-CNT           PIC 9(2) VALUE ZERO.
       01  WS-D                     PIC 9(2).
       01  WS-DIPLOME-TROUVE        PIC 9(2).

       01  WS-DIPLOME-TABLE.
           05 WS-DIPLOME-ENTRY OCCURS 20 TIMES
                   DEPENDING ON WS-DIPLOME-CNT
                   INDEXED BY DX.
               10 WS-D-CODE         PIC X(6).
               10 WS-D-NIVEAU       PIC 9(2).
               10 WS-D-MOYENNE-MIN  PIC 9(2)V99.
               10 WS-D-TERMES-MIN   PIC 9(2).
               10 WS-D-ABSENCES-MAX PIC 9(3).

       01  WS-EXIGENCE-CNT          PIC 9(3) VALUE ZERO.
       01  WS-X                     PIC 9(3).

       01  WS-EXIGENCE-TABLE.
           05 WS-EXIGENCE-ENTRY OCCURS 400 TIMES
                   DEPENDING ON WS-EXIGENCE-CNT
                   INDEXED BY XX.
               10 WS-X-DIPLOME      PIC X(6).
               10 WS-X-SUBJECT      PIC X(10).
               10 WS-X-NOTE-MIN     PIC 9(2)V99.

       01  WS-NIVEAU-CNT            PIC 9(4) VALUE ZERO.
       01  WS-L                     PIC 9(4).

       01  WS-NIVEAU-TABLE.
           05 WS-NIVEAU-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-NIVEAU-CNT
                   INDEXED BY LX.
               10 WS-L-STUDENT      PIC X(6).
               10 WS-L-NIVEAU       PIC 9(2).

      * The history flattened to one row per archived grade, and
      * one row per archived student term.
       01  WS-NOTE-CNT              PIC 9(5) VALUE ZERO.
       01  WS-H                     PIC 9(5).

       01  WS-NOTE-TABLE.
           05 WS-NOTE-ENTRY OCCURS 50000 TIMES
                   DEPENDING ON WS-NOTE-CNT
                   INDEXED BY HX.
               10 WS-H-STUDENT      PIC X(6).
               10 WS-H-SUBJECT      PIC X(10).
               10 WS-H-NOTE         PIC 9(2)V99.

       01  WS-TERME-CNT             PIC 9(5) VALUE ZERO.
       01  WS-T                     PIC 9(5).

       01  WS-TERME-TABLE.
           05 WS-TERME-ENTRY OCCURS 20000 TIMES
                   DEPENDING ON WS-TERME-CNT
                   INDEXED BY TX.
               10 WS-T-STUDENT      PIC X(6).
               10 WS-T-TERME        PIC 9(6).

       01  WS-ABSENCE-CNT           PIC 9(5) VALUE ZERO.
       01  WS-B                     PIC 9(5).

       01  WS-ABSENCE-TABLE.
           05 WS-ABSENCE-ENTRY OCCURS 20000 TIMES
                   DEPENDING ON WS-ABSENCE-CNT
                   INDEXED BY BX.
               10 WS-B-STUDENT      PIC X(6).
               10 WS-B-TERME        PIC 9(6).
               10 WS-B-ABSENCES     PIC 9(3).

       01  WS-M                     PIC 9(2).
       01  WS-NIVEAU-ELEVE          PIC 9(2).
       01  WS-TERME-OUVERT          PIC X.
           88 TERME-OUVERT          VALUE "Y".
       01  WS-SUIVIE                PIC X.
           88 MATIERE-SUIVIE        VALUE "Y".
       01  WS-MEILLEURE-NOTE        PIC 9(2)V99.
       01  WS-TOTAL-POINTS          PIC 9(6)V99.
       01  WS-NB-NOTES              PIC 9(5).
       01  WS-MOYENNE               PIC 9(2)V99.
       01  WS-TERMES-ASSIDUS        PIC 9(3).
       01  WS-ABSENCES-TERME        PIC 9(3).

       01  WS-ETAT                  PIC X(10).
       01  WS-LIGNE-SAUVEE          PIC X(90).
       01  WS-ECHEC-CNT             PIC 9(3).
       01  WS-ATTENTE-CNT           PIC 9(3).

       01  WS-AUDITE-CNT            PIC 9(5) VALUE ZERO.
       01  WS-ADMIS-CNT             PIC 9(5) VALUE ZERO.
       01  WS-EN-ATTENTE-CNT        PIC 9(5) VALUE ZERO.
       01  WS-NON-ADMIS-CNT         PIC 9(5) VALUE ZERO.
       01  WS-HORS-NIVEAU-CNT       PIC 9(5) VALUE ZERO.

       01  WS-MIN-EDITE             PIC Z9.99.
       01  WS-NOTE-EDITE            PIC Z9.99.
       01  WS-TERMES-EDITE          PIC Z9.
       01  WS-OBTENUS-EDITE         PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-AUDITER-ELEVE-DEB
              THRU 2000-AUDITER-ELEVE-FIN
              UNTIL END-OF-FILE.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-PERIODE TO WS-TERME-COURANT.

           MOVE "DiplomaRequirementsAudit" TO RH-PROGRAM-ID.
           MOVE "AUDIT DES DIPLOMES" TO RH-REPORT-TITLE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM 1100-CHARGER-EXIGENCES-DEB
              THRU 1100-CHARGER-EXIGENCES-FIN.
           PERFORM 1200-CHARGER-NIVEAUX-DEB
              THRU 1200-CHARGER-NIVEAUX-FIN.
           PERFORM 1300-CHARGER-HISTORIQUE-DEB
              THRU 1300-CHARGER-HISTORIQUE-FIN.
           PERFORM 1400-CHARGER-ABSENCES-DEB
              THRU 1400-CHARGER-ABSENCES-FIN.

           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE STUDENT-MASTER-FILE: "
                       WS-MASTER-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE PRINT-FILE: " WS-PRINT-STATUS
               STOP RUN
           END-IF.

           PERFORM 2100-LIRE-ELEVE-DEB
              THRU 2100-LIRE-ELEVE-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

      * Without requirements there is nothing to audit against.
       1100-CHARGER-EXIGENCES-DEB.
           OPEN INPUT REQUIREMENTS-FILE.
           IF WS-REQUIREMENTS-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REQUIREMENTS-FILE: "
                       WS-REQUIREMENTS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-REQUIREMENTS-STATUS = "10"
               READ REQUIREMENTS-FILE
                   AT END
                       MOVE "10" TO WS-REQUIREMENTS-STATUS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN DRQ-DIPLOME
                               PERFORM 1150-RANGER-DIPLOME-DEB
                                  THRU 1150-RANGER-DIPLOME-FIN
                           WHEN DRQ-MATIERE
                               PERFORM 1160-RANGER-MATIERE-DEB
                                  THRU 1160-RANGER-MATIERE-FIN
                           WHEN OTHER
                               DISPLAY "LIGNE D'EXIGENCE IGNOREE: "
                                       DIPLOMA-REQUIREMENT-RECORD
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE REQUIREMENTS-FILE.

           IF WS-DIPLOME-CNT = ZERO
               DISPLAY "AUCUN DIPLOME DEFINI - RUN ABANDONNE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-CHARGER-EXIGENCES-FIN.
           EXIT.

       1150-RANGER-DIPLOME-DEB.
           IF WS-DIPLOME-CNT >= 20
               DISPLAY "TABLE DES DIPLOMES PLEINE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-DIPLOME-CNT.
           SET DX TO WS-DIPLOME-CNT.
           MOVE DRQ-DIPLOME-CODE TO WS-D-CODE(DX).
           MOVE DRQ-NIVEAU-FINAL TO WS-D-NIVEAU(DX).
           MOVE DRQ-MOYENNE-MIN TO WS-D-MOYENNE-MIN(DX).
           MOVE DRQ-TERMES-MIN TO WS-D-TERMES-MIN(DX).
           MOVE DRQ-ABSENCES-MAX TO WS-D-ABSENCES-MAX(DX).
       1150-RANGER-DIPLOME-FIN.
           EXIT.

       1160-RANGER-MATIERE-DEB.
           IF WS-EXIGENCE-CNT >= 400
               DISPLAY "TABLE DES MATIERES EXIGEES PLEINE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-EXIGENCE-CNT.
           SET XX TO WS-EXIGENCE-CNT.
           MOVE DRQ-DIPLOME-CODE TO WS-X-DIPLOME(XX).
           MOVE DRQ-SUBJECT-NAME TO WS-X-SUBJECT(XX).
           MOVE DRQ-NOTE-MIN TO WS-X-NOTE-MIN(XX).
       1160-RANGER-MATIERE-FIN.
           EXIT.

       1200-CHARGER-NIVEAUX-DEB.
           OPEN INPUT LEVEL-FILE.
           IF WS-LEVEL-STATUS = "00"
               PERFORM UNTIL WS-LEVEL-STATUS = "10"
                   READ LEVEL-FILE
                       AT END
                           MOVE "10" TO WS-LEVEL-STATUS
                       NOT AT END
                           IF WS-NIVEAU-CNT < 9999
                               ADD 1 TO WS-NIVEAU-CNT
                               SET LX TO WS-NIVEAU-CNT
                               MOVE LVL-STUDENT-ID
                                   TO WS-L-STUDENT(LX)
                               MOVE LVL-NIVEAU TO WS-L-NIVEAU(LX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEVEL-FILE
           END-IF.
       1200-CHARGER-NIVEAUX-FIN.
           EXIT.

      * No history yet means no archived term for anyone.
       1300-CHARGER-HISTORIQUE-DEB.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-STATUS = "10"
                   READ HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-HISTORY-STATUS
                       NOT AT END
                           PERFORM 1350-RANGER-TERME-DEB
                              THRU 1350-RANGER-TERME-FIN
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
       1300-CHARGER-HISTORIQUE-FIN.
           EXIT.

       1350-RANGER-TERME-DEB.
           IF WS-TERME-CNT >= 20000
                   OR WS-NOTE-CNT + TH-SUBJECT-COUNT > 50000
               DISPLAY "TABLE DE L'HISTORIQUE PLEINE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-TERME-CNT.
           SET TX TO WS-TERME-CNT.
           MOVE TH-STUDENT-ID TO WS-T-STUDENT(TX).
           MOVE TH-TERM TO WS-T-TERME(TX).
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > TH-SUBJECT-COUNT
               ADD 1 TO WS-NOTE-CNT
               SET HX TO WS-NOTE-CNT
               MOVE TH-STUDENT-ID TO WS-H-STUDENT(HX)
               MOVE TH-SUBJECT-NAME(WS-M) TO WS-H-SUBJECT(HX)
               MOVE TH-SUBJECT-GRADE(WS-M) TO WS-H-NOTE(HX)
           END-PERFORM.
       1350-RANGER-TERME-FIN.
           EXIT.

       1400-CHARGER-ABSENCES-DEB.
           OPEN INPUT SUMMARY-FILE.
           IF WS-SUMMARY-STATUS = "00"
               PERFORM UNTIL WS-SUMMARY-STATUS = "10"
                   READ SUMMARY-FILE
                       AT END
                           MOVE "10" TO WS-SUMMARY-STATUS
                       NOT AT END
                           IF WS-ABSENCE-CNT < 20000
                               ADD 1 TO WS-ABSENCE-CNT
                               SET BX TO WS-ABSENCE-CNT
                               MOVE AS-STUDENT-ID
                                   TO WS-B-STUDENT(BX)
                               MOVE AS-TERME TO WS-B-TERME(BX)
                               MOVE AS-ABSENCES
                                   TO WS-B-ABSENCES(BX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-FILE
           END-IF.
       1400-CHARGER-ABSENCES-FIN.
           EXIT.

       2000-AUDITER-ELEVE-DEB.
           MOVE ZERO TO WS-NIVEAU-ELEVE.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-NIVEAU-CNT
               IF WS-L-STUDENT(WS-L) = SM-STUDENT-ID
                   MOVE WS-L-NIVEAU(WS-L) TO WS-NIVEAU-ELEVE
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-DIPLOME-TROUVE.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DIPLOME-CNT
                      OR WS-DIPLOME-TROUVE > ZERO
               IF WS-D-NIVEAU(WS-D) = WS-NIVEAU-ELEVE
                   MOVE WS-D TO WS-DIPLOME-TROUVE
               END-IF
           END-PERFORM.

           IF WS-DIPLOME-TROUVE = ZERO
               ADD 1 TO WS-HORS-NIVEAU-CNT
           ELSE
               MOVE WS-DIPLOME-TROUVE TO WS-D
               PERFORM 2200-AUDITER-EXIGENCES-DEB
                  THRU 2200-AUDITER-EXIGENCES-FIN
           END-IF.

           PERFORM 2100-LIRE-ELEVE-DEB
              THRU 2100-LIRE-ELEVE-FIN.
       2000-AUDITER-ELEVE-FIN.
           EXIT.

       2100-LIRE-ELEVE-DEB.
           READ STUDENT-MASTER-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       2100-LIRE-ELEVE-FIN.
           EXIT.

       2200-AUDITER-EXIGENCES-DEB.
           ADD 1 TO WS-AUDITE-CNT.
           MOVE ZERO TO WS-ECHEC-CNT.
           MOVE ZERO TO WS-ATTENTE-CNT.

           MOVE "Y" TO WS-TERME-OUVERT.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TERME-CNT
               IF WS-T-STUDENT(WS-T) = SM-STUDENT-ID
                       AND WS-T-TERME(WS-T) = WS-TERME-COURANT
                   MOVE "N" TO WS-TERME-OUVERT
               END-IF
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           STRING "ELEVE " SM-STUDENT-ID " " SM-STUDENT-NAME
                  " DIPLOME " WS-D-CODE(WS-D)
                  " NIVEAU " WS-NIVEAU-ELEVE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 2900-ECRIRE-LIGNE-DEB
              THRU 2900-ECRIRE-LIGNE-FIN.

           PERFORM VARYING WS-X FROM 1 BY 1
                   UNTIL WS-X > WS-EXIGENCE-CNT
               IF WS-X-DIPLOME(WS-X) = WS-D-CODE(WS-D)
                   PERFORM 2300-AUDITER-MATIERE-DEB
                      THRU 2300-AUDITER-MATIERE-FIN
               END-IF
           END-PERFORM.

           PERFORM 2400-AUDITER-MOYENNE-DEB
              THRU 2400-AUDITER-MOYENNE-FIN.
           PERFORM 2500-AUDITER-ASSIDUITE-DEB
              THRU 2500-AUDITER-ASSIDUITE-FIN.

           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-ECHEC-CNT > ZERO
                   ADD 1 TO WS-NON-ADMIS-CNT
                   MOVE "  RESULTAT : NON ADMIS" TO REPORT-LINE
               WHEN WS-ATTENTE-CNT > ZERO
                   ADD 1 TO WS-EN-ATTENTE-CNT
                   MOVE "  RESULTAT : EN ATTENTE DU TERME EN COURS"
                       TO REPORT-LINE
               WHEN OTHER
                   ADD 1 TO WS-ADMIS-CNT
                   MOVE "  RESULTAT : ADMIS - DIPLOME A IMPRIMER"
                       TO REPORT-LINE
                   MOVE SM-STUDENT-ID TO DPR-STUDENT-ID
                   MOVE SM-STUDENT-NAME TO DPR-STUDENT-NAME
                   MOVE WS-D-CODE(WS-D) TO DPR-DIPLOME-CODE
                   MOVE WS-MOYENNE TO DPR-MOYENNE
                   MOVE WS-RUN-DATE TO DPR-DATE-AUDIT
                   WRITE DIPLOMA-PRINT-RECORD
           END-EVALUATE.
           PERFORM 2900-ECRIRE-LIGNE-DEB
              THRU 2900-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 2900-ECRIRE-LIGNE-DEB
              THRU 2900-ECRIRE-LIGNE-FIN.
       2200-AUDITER-EXIGENCES-FIN.
           EXIT.

      * Best archived grade of the subject against its minimum.
       2300-AUDITER-MATIERE-DEB.
           MOVE ZERO TO WS-MEILLEURE-NOTE.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-NOTE-CNT
               IF WS-H-STUDENT(WS-H) = SM-STUDENT-ID
                       AND WS-H-SUBJECT(WS-H) = WS-X-SUBJECT(WS-X)
                       AND WS-H-NOTE(WS-H) > WS-MEILLEURE-NOTE
                   MOVE WS-H-NOTE(WS-H) TO WS-MEILLEURE-NOTE
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-SUIVIE.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > SM-SUBJECT-COUNT
               IF SM-SUBJECT-NAME(WS-M) = WS-X-SUBJECT(WS-X)
                   MOVE "Y" TO WS-SUIVIE
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-MEILLEURE-NOTE >= WS-X-NOTE-MIN(WS-X)
                   MOVE "ACQUIS" TO WS-ETAT
               WHEN TERME-OUVERT AND MATIERE-SUIVIE
                   MOVE "EN ATTENTE" TO WS-ETAT
               WHEN OTHER
                   MOVE "ECHEC" TO WS-ETAT
           END-EVALUATE.
           PERFORM 2800-COMPTER-ETAT-DEB
              THRU 2800-COMPTER-ETAT-FIN.

           MOVE WS-X-NOTE-MIN(WS-X) TO WS-MIN-EDITE.
           MOVE WS-MEILLEURE-NOTE TO WS-NOTE-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  MATIERE " WS-X-SUBJECT(WS-X)
                  "   MINIMUM " WS-MIN-EDITE
                  " OBTENU " WS-NOTE-EDITE "  " WS-ETAT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 2900-ECRIRE-LIGNE-DEB
              THRU 2900-ECRIRE-LIGNE-FIN.
       2300-AUDITER-MATIERE-FIN.
           EXIT.

      * Overall average over every archived grade of the student.
       2400-AUDITER-MOYENNE-DEB.
           MOVE ZERO TO WS-TOTAL-POINTS.
           MOVE ZERO TO WS-NB-NOTES.
           MOVE ZERO TO WS-MOYENNE.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-NOTE-CNT
               IF WS-H-STUDENT(WS-H) = SM-STUDENT-ID
                   ADD WS-H-NOTE(WS-H) TO WS-TOTAL-POINTS
                   ADD 1 TO WS-NB-NOTES
               END-IF
           END-PERFORM.
           IF WS-NB-NOTES > ZERO
               COMPUTE WS-MOYENNE ROUNDED =
                       WS-TOTAL-POINTS / WS-NB-NOTES
           END-IF.

           EVALUATE TRUE
               WHEN WS-NB-NOTES > ZERO
                       AND WS-MOYENNE >= WS-D-MOYENNE-MIN(WS-D)
                   MOVE "ACQUIS" TO WS-ETAT
               WHEN TERME-OUVERT
                   MOVE "EN ATTENTE" TO WS-ETAT
               WHEN OTHER
                   MOVE "ECHEC" TO WS-ETAT
           END-EVALUATE.
           PERFORM 2800-COMPTER-ETAT-DEB
              THRU 2800-COMPTER-ETAT-FIN.

           MOVE WS-D-MOYENNE-MIN(WS-D) TO WS-MIN-EDITE.
           MOVE WS-MOYENNE TO WS-NOTE-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  MOYENNE GENERALE    MINIMUM " WS-MIN-EDITE
                  " OBTENU " WS-NOTE-EDITE "  " WS-ETAT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 2900-ECRIRE-LIGNE-DEB
              THRU 2900-ECRIRE-LIGNE-FIN.
       2400-AUDITER-MOYENNE-FIN.
           EXIT.

      * Archived terms attended within the absence limit; a term
      * with no summary row had no absence.
       2500-AUDITER-ASSIDUITE-DEB.
           MOVE ZERO TO WS-TERMES-ASSIDUS.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TERME-CNT
               IF WS-T-STUDENT(WS-T) = SM-STUDENT-ID
                   MOVE ZERO TO WS-ABSENCES-TERME
                   PERFORM VARYING WS-B FROM 1 BY 1
                           UNTIL WS-B > WS-ABSENCE-CNT
                       IF WS-B-STUDENT(WS-B) = SM-STUDENT-ID
                               AND WS-B-TERME(WS-B) = WS-T-TERME(WS-T)
                           MOVE WS-B-ABSENCES(WS-B)
                               TO WS-ABSENCES-TERME
                       END-IF
                   END-PERFORM
                   IF WS-ABSENCES-TERME <= WS-D-ABSENCES-MAX(WS-D)
                       ADD 1 TO WS-TERMES-ASSIDUS
                   END-IF
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-TERMES-ASSIDUS >= WS-D-TERMES-MIN(WS-D)
                   MOVE "ACQUIS" TO WS-ETAT
               WHEN TERME-OUVERT
                       AND WS-TERMES-ASSIDUS + 1
                           >= WS-D-TERMES-MIN(WS-D)
                   MOVE "EN ATTENTE" TO WS-ETAT
               WHEN OTHER
                   MOVE "ECHEC" TO WS-ETAT
           END-EVALUATE.
           PERFORM 2800-COMPTER-ETAT-DEB
              THRU 2800-COMPTER-ETAT-FIN.

           MOVE WS-D-TERMES-MIN(WS-D) TO WS-TERMES-EDITE.
           MOVE WS-TERMES-ASSIDUS TO WS-OBTENUS-EDITE.
           MOVE WS-D-ABSENCES-MAX(WS-D) TO WS-ABSENCES-TERME.
           MOVE SPACES TO REPORT-LINE.
           STRING "  TERMES ASSIDUS      MINIMUM    " WS-TERMES-EDITE
                  " OBTENU   " WS-OBTENUS-EDITE "  " WS-ETAT
                  " (ABSENCES MAX " WS-ABSENCES-TERME ")"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 2900-ECRIRE-LIGNE-DEB
              THRU 2900-ECRIRE-LIGNE-FIN.
       2500-AUDITER-ASSIDUITE-FIN.
           EXIT.

       2800-COMPTER-ETAT-DEB.
           EVALUATE WS-ETAT
               WHEN "ECHEC"
                   ADD 1 TO WS-ECHEC-CNT
               WHEN "EN ATTENTE"
                   ADD 1 TO WS-ATTENTE-CNT
           END-EVALUATE.
       2800-COMPTER-ETAT-FIN.
           EXIT.

       2900-ECRIRE-LIGNE-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               ADD 1 TO RH-PAGE-NUMBER
               MOVE SPACES TO RH-HEADING-LINE-1
               STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                      " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                      DELIMITED BY SIZE INTO RH-HEADING-LINE-1
               MOVE REPORT-LINE TO WS-LIGNE-SAUVEE
               MOVE SPACES TO REPORT-LINE
               MOVE RH-HEADING-LINE-1 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-LIGNE-SAUVEE TO REPORT-LINE
               MOVE ZERO TO RH-LINE-COUNT
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       2900-ECRIRE-LIGNE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE REPORT-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "AUDIT DES DIPLOMES TERMINE.".
           DISPLAY "ELEVES AUDITES        : " WS-AUDITE-CNT.
           DISPLAY "ADMIS (A IMPRIMER)    : " WS-ADMIS-CNT.
           DISPLAY "EN ATTENTE            : " WS-EN-ATTENTE-CNT.
           DISPLAY "NON ADMIS             : " WS-NON-ADMIS-CNT.
           DISPLAY "HORS NIVEAU FINAL     : " WS-HORS-NIVEAU-CNT.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
