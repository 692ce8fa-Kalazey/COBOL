       IDENTIFICATION DIVISION.
       PROGRAM-ID. TeacherCoverReport.
       AUTHOR. Mathieu.

      * Monthly cover load for the extra-hours pay claim. Reads the
      * cover file TeacherCoverBatch writes and, for the month of
      * Data/COVER-REPORT-PARM.txt (yyyymm - the current month when
      * the parameter is absent), lists per substitute, in teacher
      * master order, every lesson covered (date, hour, level,
      * subject, teacher replaced) and the hours total, then the
      * month's hours covered and the lessons left uncovered.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COVER-FILE ASSIGN DYNAMIC WS-COVER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COVER-STATUS.

           SELECT TEACHER-FILE ASSIGN DYNAMIC WS-TEACHER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TEACHER-STATUS.

           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COVER-FILE.
           COPY "TeacherCover.cpy".

       FD  TEACHER-FILE.
       01  TEACHER-MASTER-RECORD.
           05 TCH-ID                PIC X(6).
           05 TCH-NAME              PIC X(20).

       FD  PARM-FILE.
       01  COVER-REPORT-PARM-RECORD.
           05 PRM-MOIS-X            PIC X(6).
           05 PRM-MOIS REDEFINES PRM-MOIS-X
                                    PIC 9(6).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-COVER-PATH            PIC X(40)
                                 VALUE "Data/TEACHER-COVER.txt".
       01  WS-TEACHER-PATH          PIC X(40)
                                 VALUE "Data/TEACHER-MASTER.txt".
       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/COVER-REPORT-PARM.txt".
       01  WS-REPORT-PATH           PIC X(40)
                                 VALUE "Data/COVER-LOAD-REPORT.txt".
       01  WS-COVER-STATUS          PIC XX.
       01  WS-TEACHER-STATUS        PIC XX.
       01  WS-PARM-STATUS           PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-MOIS           PIC 9(6).
           05 FILLER                PIC 9(2).
       01  WS-MOIS                  PIC 9(6).

       01  WS-PROF-CNT              PIC 9(3) VALUE ZERO.
       01  WS-P                     PIC 9(3).

       01  WS-PROF-TABLE.
           05 WS-PROF-ENTRY OCCURS 999 TIMES
                   DEPENDING ON WS-PROF-CNT
                   INDEXED BY PX.
               10 WS-P-ID           PIC X(6).
               10 WS-P-NAME         PIC X(20).

      * The month's covers only.
       01  WS-COV-CNT               PIC 9(5) VALUE ZERO.
       01  WS-C                     PIC 9(5).

       01  WS-COV-TABLE.
           05 WS-COV-ENTRY OCCURS 20000 TIMES
                   DEPENDING ON WS-COV-CNT
                   INDEXED BY CX.
               10 WS-C-DATE         PIC 9(8).
               10 WS-C-HEURE        PIC 9(2).
               10 WS-C-NIVEAU       PIC 9(2).
               10 WS-C-SUBJECT      PIC X(10).
               10 WS-C-ABSENT       PIC X(6).
               10 WS-C-SUBSTITUTE   PIC X(6).
               10 WS-C-STATUT       PIC X(1).

       01  WS-HEURES-PROF           PIC 9(5).
       01  WS-HEURES-TOTAL          PIC 9(5) VALUE ZERO.
       01  WS-NON-ASSURES           PIC 9(5) VALUE ZERO.
       01  WS-REMPLACANTS-CNT       PIC 9(5) VALUE ZERO.
       01  WS-HEURES-EDITE          PIC ZZZZ9.
       01  WS-DATE-EDITEE           PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-EDITER-REMPLACANTS-DEB
              THRU 2000-EDITER-REMPLACANTS-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MOIS TO WS-MOIS.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PRM-MOIS-X IS NUMERIC
                           MOVE PRM-MOIS TO WS-MOIS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

           MOVE "TeacherCoverReport" TO RH-PROGRAM-ID.
           MOVE "HEURES REMPLACEMENT" TO RH-REPORT-TITLE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           OPEN INPUT TEACHER-FILE.
           IF WS-TEACHER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE TEACHER-FILE: "
                       WS-TEACHER-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TEACHER-STATUS = "10"
               READ TEACHER-FILE
                   AT END
                       MOVE "10" TO WS-TEACHER-STATUS
                   NOT AT END
                       IF WS-PROF-CNT < 999
                           ADD 1 TO WS-PROF-CNT
                           SET PX TO WS-PROF-CNT
                           MOVE TCH-ID TO WS-P-ID(PX)
                           MOVE TCH-NAME TO WS-P-NAME(PX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TEACHER-FILE.

           OPEN INPUT COVER-FILE.
           IF WS-COVER-STATUS = "00"
               PERFORM UNTIL WS-COVER-STATUS = "10"
                   READ COVER-FILE
                       AT END
                           MOVE "10" TO WS-COVER-STATUS
                       NOT AT END
                           IF COV-DATE(1:6) = WS-MOIS
                               PERFORM 1100-RANGER-REMPLACEMENT-DEB
                                  THRU 1100-RANGER-REMPLACEMENT-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COVER-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-RANGER-REMPLACEMENT-DEB.
           IF COV-NON-ASSUREE
               ADD 1 TO WS-NON-ASSURES
           ELSE
               IF WS-COV-CNT >= 20000
                   DISPLAY "TABLE DES REMPLACEMENTS PLEINE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-COV-CNT
               SET CX TO WS-COV-CNT
               MOVE COV-DATE TO WS-C-DATE(CX)
               MOVE COV-HEURE TO WS-C-HEURE(CX)
               MOVE COV-NIVEAU TO WS-C-NIVEAU(CX)
               MOVE COV-SUBJECT-NAME TO WS-C-SUBJECT(CX)
               MOVE COV-ABSENT-ID TO WS-C-ABSENT(CX)
               MOVE COV-SUBSTITUTE-ID TO WS-C-SUBSTITUTE(CX)
               MOVE COV-STATUT TO WS-C-STATUT(CX)
           END-IF.
       1100-RANGER-REMPLACEMENT-FIN.
           EXIT.

       2000-EDITER-REMPLACANTS-DEB.
           PERFORM 2100-IMPRIMER-ENTETE-DEB
              THRU 2100-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "MOIS " WS-MOIS(1:4) "-" WS-MOIS(5:2)
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PROF-CNT
               PERFORM 2200-EDITER-REMPLACANT-DEB
                  THRU 2200-EDITER-REMPLACANT-FIN
           END-PERFORM.

           PERFORM 2100-IMPRIMER-ENTETE-DEB
              THRU 2100-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEURES-TOTAL TO WS-HEURES-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL HEURES DE REMPLACEMENT " WS-HEURES-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NON-ASSURES TO WS-HEURES-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "COURS NON ASSURES            " WS-HEURES-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO RH-LINE-COUNT.
       2000-EDITER-REMPLACANTS-FIN.
           EXIT.

       2100-IMPRIMER-ENTETE-DEB.
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
       2100-IMPRIMER-ENTETE-FIN.
           EXIT.

      * A teacher who covered nothing this month is left out.
       2200-EDITER-REMPLACANT-DEB.
           MOVE ZERO TO WS-HEURES-PROF.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-COV-CNT
               IF WS-C-SUBSTITUTE(WS-C) = WS-P-ID(WS-P)
                   IF WS-HEURES-PROF = ZERO
                       PERFORM 2100-IMPRIMER-ENTETE-DEB
                          THRU 2100-IMPRIMER-ENTETE-FIN
                       MOVE SPACES TO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE SPACES TO REPORT-LINE
                       STRING "REMPLACANT " WS-P-ID(WS-P) " "
                              WS-P-NAME(WS-P)
                              DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                       ADD 2 TO RH-LINE-COUNT
                       ADD 1 TO WS-REMPLACANTS-CNT
                   END-IF
                   ADD 1 TO WS-HEURES-PROF
                   MOVE SPACES TO WS-DATE-EDITEE
                   STRING WS-C-DATE(WS-C)(7:2) "/"
                          WS-C-DATE(WS-C)(5:2) "/"
                          WS-C-DATE(WS-C)(1:4)
                          DELIMITED BY SIZE INTO WS-DATE-EDITEE
                   PERFORM 2100-IMPRIMER-ENTETE-DEB
                      THRU 2100-IMPRIMER-ENTETE-FIN
                   MOVE SPACES TO REPORT-LINE
                   STRING "    " WS-DATE-EDITEE " " WS-C-HEURE(WS-C)
                          "H NIVEAU " WS-C-NIVEAU(WS-C) " "
                          WS-C-SUBJECT(WS-C) " POUR "
                          WS-C-ABSENT(WS-C)
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO RH-LINE-COUNT
               END-IF
           END-PERFORM.

           IF WS-HEURES-PROF > ZERO
               ADD WS-HEURES-PROF TO WS-HEURES-TOTAL
               MOVE WS-HEURES-PROF TO WS-HEURES-EDITE
               PERFORM 2100-IMPRIMER-ENTETE-DEB
                  THRU 2100-IMPRIMER-ENTETE-FIN
               MOVE SPACES TO REPORT-LINE
               STRING "    HEURES A PAYER " WS-HEURES-EDITE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           END-IF.
       2200-EDITER-REMPLACANT-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "HEURES DE REMPLACEMENT EDITEES.".
           DISPLAY "MOIS                  : " WS-MOIS.
           DISPLAY "REMPLACANTS           : " WS-REMPLACANTS-CNT.
           DISPLAY "HEURES ASSUREES       : " WS-HEURES-TOTAL.
           DISPLAY "COURS NON ASSURES     : " WS-NON-ASSURES.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
