       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisciplineSummaryReport.
       AUTHOR. Mathieu.

      * Termly discipline summary. Reads the discipline register
      * for the school term of Data/TUITION-TERM-PARM.txt and
      * prints, level by level (the class level of the student
      * level file; a student without one counts under level 00),
      * the number of incidents, of distinct students involved, of
      * school days of exclusion and of guardian letters, then the
      * incidents per sanction, with the same figures for the whole
      * school at the end.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN DYNAMIC WS-INCIDENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.

           SELECT SANCTION-FILE ASSIGN DYNAMIC WS-SANCTION-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SANCTION-STATUS.

           SELECT TERM-PARM-FILE ASSIGN DYNAMIC WS-TERM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

           SELECT LEVEL-FILE ASSIGN DYNAMIC WS-LEVEL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEVEL-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
           COPY "DisciplineIncident.cpy".

       FD  SANCTION-FILE.
           COPY "DisciplineSanction.cpy".

       FD  TERM-PARM-FILE.
       01  TERM-PARM-RECORD.
           05 TPR-TERME             PIC X(6).

       FD  LEVEL-FILE.
       01  STUDENT-LEVEL-RECORD.
           05 LVL-STUDENT-ID        PIC X(6).
           05 LVL-NIVEAU            PIC 9(2).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-INCIDENT-PATH         PIC X(40)
                                 VALUE "Data/DISCIPLINE-INCIDENT.txt".
       01  WS-SANCTION-PATH         PIC X(40)
                             VALUE "Data/DISCIPLINE-SANCTIONS.txt".
       01  WS-TERM-PATH             PIC X(40)
                                 VALUE "Data/TUITION-TERM-PARM.txt".
       01  WS-LEVEL-PATH            PIC X(40)
                                 VALUE "Data/STUDENT-LEVEL.txt".
       01  WS-REPORT-PATH           PIC X(40)
                                 VALUE "Data/DISCIPLINE-SUMMARY.txt".
       01  WS-INCIDENT-STATUS       PIC XX.
       01  WS-SANCTION-STATUS       PIC XX.
       01  WS-TERM-STATUS           PIC XX.
       01  WS-LEVEL-STATUS          PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-TERME                 PIC X(6).

       01  WS-SAN-CNT               PIC 9(2) VALUE ZERO.
       01  WS-S                     PIC 9(2).
       01  WS-SAN-TROUVE            PIC 9(2).

       01  WS-SAN-TABLE.
           05 WS-SAN-ENTRY OCCURS 50 TIMES
                   DEPENDING ON WS-SAN-CNT
                   INDEXED BY SX.
               10 WS-S-CODE         PIC X(2).
               10 WS-S-LIBELLE      PIC X(20).
               10 WS-S-TOTAL        PIC 9(5).

       01  WS-NIVEAU-CNT            PIC 9(4) VALUE ZERO.
       01  WS-L                     PIC 9(4).

       01  WS-NIVEAU-TABLE.
           05 WS-NIVEAU-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-NIVEAU-CNT
                   INDEXED BY LX.
               10 WS-L-STUDENT      PIC X(6).
               10 WS-L-NIVEAU       PIC 9(2).

      * One bucket per class level 00-99, subscripted level + 1;
      * the last sanction column takes codes no longer in the
      * sanction table.
       01  WS-STATS-TABLE.
           05 WS-STATS-ENTRY OCCURS 100 TIMES.
               10 WS-N-INCIDENTS    PIC 9(5).
               10 WS-N-ELEVES       PIC 9(5).
               10 WS-N-JOURS        PIC 9(5).
               10 WS-N-LETTRES      PIC 9(5).
               10 WS-N-SANCTION     PIC 9(5) OCCURS 51 TIMES.

       01  WS-N                     PIC 9(3).
       01  WS-NIVEAU-ELEVE          PIC 9(2).

      * Students already counted, to count each once per level.
       01  WS-VU-CNT                PIC 9(5) VALUE ZERO.
       01  WS-V                     PIC 9(5).
       01  WS-VU-TROUVE             PIC X.
           88 ELEVE-DEJA-VU         VALUE "Y".

       01  WS-VU-TABLE.
           05 WS-VU-ENTRY OCCURS 20000 TIMES
                   DEPENDING ON WS-VU-CNT
                   INDEXED BY VX.
               10 WS-V-STUDENT      PIC X(6).

       01  WS-TOT-INCIDENTS         PIC 9(5) VALUE ZERO.
       01  WS-TOT-ELEVES            PIC 9(5) VALUE ZERO.
       01  WS-TOT-JOURS             PIC 9(5) VALUE ZERO.
       01  WS-TOT-LETTRES           PIC 9(5) VALUE ZERO.
       01  WS-AUTRES-TOTAL          PIC 9(5) VALUE ZERO.
       01  WS-LUS-CNT               PIC 9(5) VALUE ZERO.

       01  WS-COMPTE-EDITE          PIC ZZZZ9.
       01  WS-ELEVES-EDITE          PIC ZZZZ9.
       01  WS-JOURS-EDITE           PIC ZZZZ9.
       01  WS-LETTRES-EDITE         PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-CUMULER-INCIDENTS-DEB
              THRU 2000-CUMULER-INCIDENTS-FIN.

           PERFORM 3000-EDITER-RESUME-DEB
              THRU 3000-EDITER-RESUME-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-STATS-TABLE.

           OPEN INPUT TERM-PARM-FILE.
           IF WS-TERM-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE TERM-PARM-FILE: "
                       WS-TERM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ TERM-PARM-FILE
               AT END
                   DISPLAY "TERME SCOLAIRE ABSENT - RUN ABANDONNE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE TPR-TERME TO WS-TERME.
           CLOSE TERM-PARM-FILE.

           MOVE "DisciplineSummaryReport" TO RH-PROGRAM-ID.
           MOVE "RESUME DISCIPLINE" TO RH-REPORT-TITLE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM 1100-CHARGER-SANCTIONS-DEB
              THRU 1100-CHARGER-SANCTIONS-FIN.
           PERFORM 1200-CHARGER-NIVEAUX-DEB
              THRU 1200-CHARGER-NIVEAUX-FIN.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-CHARGER-SANCTIONS-DEB.
           OPEN INPUT SANCTION-FILE.
           IF WS-SANCTION-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SANCTION-FILE: "
                       WS-SANCTION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-SANCTION-STATUS = "10"
               READ SANCTION-FILE
                   AT END
                       MOVE "10" TO WS-SANCTION-STATUS
                   NOT AT END
                       IF WS-SAN-CNT >= 50
                           DISPLAY "TABLE DES SANCTIONS PLEINE"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-SAN-CNT
                       SET SX TO WS-SAN-CNT
                       MOVE SAN-CODE TO WS-S-CODE(SX)
                       MOVE SAN-LIBELLE TO WS-S-LIBELLE(SX)
                       MOVE ZERO TO WS-S-TOTAL(SX)
               END-READ
           END-PERFORM.
           CLOSE SANCTION-FILE.
       1100-CHARGER-SANCTIONS-FIN.
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

      * An absent register simply prints an empty summary.
       2000-CUMULER-INCIDENTS-DEB.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = "00"
               PERFORM UNTIL WS-INCIDENT-STATUS = "10"
                   READ INCIDENT-FILE
                       AT END
                           MOVE "10" TO WS-INCIDENT-STATUS
                       NOT AT END
                           IF DIS-TERME = WS-TERME
                               PERFORM 2100-CUMULER-INCIDENT-DEB
                                  THRU 2100-CUMULER-INCIDENT-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF.
       2000-CUMULER-INCIDENTS-FIN.
           EXIT.

       2100-CUMULER-INCIDENT-DEB.
           ADD 1 TO WS-LUS-CNT.

           MOVE ZERO TO WS-NIVEAU-ELEVE.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-NIVEAU-CNT
               IF WS-L-STUDENT(WS-L) = DIS-STUDENT-ID
                   MOVE WS-L-NIVEAU(WS-L) TO WS-NIVEAU-ELEVE
               END-IF
           END-PERFORM.
           COMPUTE WS-N = WS-NIVEAU-ELEVE + 1.

           ADD 1 TO WS-N-INCIDENTS(WS-N).
           ADD 1 TO WS-TOT-INCIDENTS.
           ADD DIS-JOURS TO WS-N-JOURS(WS-N).
           ADD DIS-JOURS TO WS-TOT-JOURS.
           IF DIS-LETTRE-ENVOYEE
               ADD 1 TO WS-N-LETTRES(WS-N)
               ADD 1 TO WS-TOT-LETTRES
           END-IF.

           MOVE ZERO TO WS-SAN-TROUVE.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SAN-CNT OR WS-SAN-TROUVE > ZERO
               IF WS-S-CODE(WS-S) = DIS-SANCTION
                   MOVE WS-S TO WS-SAN-TROUVE
               END-IF
           END-PERFORM.
           IF WS-SAN-TROUVE = ZERO
               ADD 1 TO WS-N-SANCTION(WS-N, 51)
               ADD 1 TO WS-AUTRES-TOTAL
           ELSE
               ADD 1 TO WS-N-SANCTION(WS-N, WS-SAN-TROUVE)
               ADD 1 TO WS-S-TOTAL(WS-SAN-TROUVE)
           END-IF.

      * A student belongs to a single level, so once per term is
      * once per level.
           MOVE "N" TO WS-VU-TROUVE.
           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-VU-CNT
               IF WS-V-STUDENT(WS-V) = DIS-STUDENT-ID
                   MOVE "Y" TO WS-VU-TROUVE
               END-IF
           END-PERFORM.
           IF NOT ELEVE-DEJA-VU AND WS-VU-CNT < 20000
               ADD 1 TO WS-VU-CNT
               SET VX TO WS-VU-CNT
               MOVE DIS-STUDENT-ID TO WS-V-STUDENT(VX)
               ADD 1 TO WS-N-ELEVES(WS-N)
               ADD 1 TO WS-TOT-ELEVES
           END-IF.
       2100-CUMULER-INCIDENT-FIN.
           EXIT.

       3000-EDITER-RESUME-DEB.
           PERFORM 3100-IMPRIMER-ENTETE-DEB
              THRU 3100-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "TERME " WS-TERME
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 100
               IF WS-N-INCIDENTS(WS-N) > ZERO
                   PERFORM 3200-EDITER-NIVEAU-DEB
                      THRU 3200-EDITER-NIVEAU-FIN
               END-IF
           END-PERFORM.

           PERFORM 3100-IMPRIMER-ENTETE-DEB
              THRU 3100-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOT-INCIDENTS TO WS-COMPTE-EDITE.
           MOVE WS-TOT-ELEVES TO WS-ELEVES-EDITE.
           MOVE WS-TOT-JOURS TO WS-JOURS-EDITE.
           MOVE WS-TOT-LETTRES TO WS-LETTRES-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ETABLISSEMENT INCIDENTS " WS-COMPTE-EDITE
                  " ELEVES " WS-ELEVES-EDITE
                  " JOURS EXCL. " WS-JOURS-EDITE
                  " LETTRES " WS-LETTRES-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.

           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SAN-CNT
               IF WS-S-TOTAL(WS-S) > ZERO
                   MOVE WS-S-TOTAL(WS-S) TO WS-COMPTE-EDITE
                   PERFORM 3100-IMPRIMER-ENTETE-DEB
                      THRU 3100-IMPRIMER-ENTETE-FIN
                   MOVE SPACES TO REPORT-LINE
                   STRING "    " WS-S-CODE(WS-S) " "
                          WS-S-LIBELLE(WS-S) WS-COMPTE-EDITE
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO RH-LINE-COUNT
               END-IF
           END-PERFORM.
           IF WS-AUTRES-TOTAL > ZERO
               MOVE WS-AUTRES-TOTAL TO WS-COMPTE-EDITE
               PERFORM 3100-IMPRIMER-ENTETE-DEB
                  THRU 3100-IMPRIMER-ENTETE-FIN
               MOVE SPACES TO REPORT-LINE
               STRING "    ?? SANCTION INCONNUE   " WS-COMPTE-EDITE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           END-IF.
       3000-EDITER-RESUME-FIN.
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

       3200-EDITER-NIVEAU-DEB.
           COMPUTE WS-NIVEAU-ELEVE = WS-N - 1.
           MOVE WS-N-INCIDENTS(WS-N) TO WS-COMPTE-EDITE.
           MOVE WS-N-ELEVES(WS-N) TO WS-ELEVES-EDITE.
           MOVE WS-N-JOURS(WS-N) TO WS-JOURS-EDITE.
           MOVE WS-N-LETTRES(WS-N) TO WS-LETTRES-EDITE.

           PERFORM 3100-IMPRIMER-ENTETE-DEB
              THRU 3100-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "NIVEAU " WS-NIVEAU-ELEVE
                  "     INCIDENTS " WS-COMPTE-EDITE
                  " ELEVES " WS-ELEVES-EDITE
                  " JOURS EXCL. " WS-JOURS-EDITE
                  " LETTRES " WS-LETTRES-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.

           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SAN-CNT
               IF WS-N-SANCTION(WS-N, WS-S) > ZERO
                   MOVE WS-N-SANCTION(WS-N, WS-S) TO WS-COMPTE-EDITE
                   PERFORM 3100-IMPRIMER-ENTETE-DEB
                      THRU 3100-IMPRIMER-ENTETE-FIN
                   MOVE SPACES TO REPORT-LINE
                   STRING "    " WS-S-CODE(WS-S) " "
                          WS-S-LIBELLE(WS-S) WS-COMPTE-EDITE
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO RH-LINE-COUNT
               END-IF
           END-PERFORM.
           IF WS-N-SANCTION(WS-N, 51) > ZERO
               MOVE WS-N-SANCTION(WS-N, 51) TO WS-COMPTE-EDITE
               PERFORM 3100-IMPRIMER-ENTETE-DEB
                  THRU 3100-IMPRIMER-ENTETE-FIN
               MOVE SPACES TO REPORT-LINE
               STRING "    ?? SANCTION INCONNUE   " WS-COMPTE-EDITE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           END-IF.
       3200-EDITER-NIVEAU-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "RESUME DE DISCIPLINE TERMINE.".
           DISPLAY "TERME                 : " WS-TERME.
           DISPLAY "INCIDENTS DU TERME    : " WS-LUS-CNT.
           DISPLAY "ELEVES CONCERNES      : " WS-TOT-ELEVES.
           DISPLAY "JOURS D'EXCLUSION     : " WS-TOT-JOURS.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
