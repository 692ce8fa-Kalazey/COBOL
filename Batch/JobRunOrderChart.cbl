       IDENTIFICATION DIVISION.
       PROGRAM-ID. JobRunOrderChart.
       AUTHOR. Mathieu.

      * Printable run-order chart of the job streams. Every stream of
      * the run calendar - plus any stream only the dependency file
      * names, which runs every day - is placed on a level: level 1
      * waits for nobody, a stream is one level after the highest of
      * the streams it waits for, whether the wait is on the whole
      * stream or on one of its steps. For each stream in level order
      * the chart prints its calendar, the streams it waits for as a
      * whole, then its steps from its own step file with the waits
      * of each step under it: prerequisite stream, highest condition
      * code accepted, and refuse or wait-and-retry with the number of
      * tries and the interval. A stream left without a level waits
      * in a circle and is printed last as such; a dependency naming
      * a step its stream does not have is flagged too. Condition
      * code 8 when either is found, so the chart can gate a change
      * to the dependency file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CALENDAR-FILE ASSIGN DYNAMIC WS-CALENDAR-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT DEPENDENCY-FILE ASSIGN DYNAMIC WS-DEPENDENCY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEPENDENCY-STATUS.

           SELECT JOB-STEPS-FILE ASSIGN DYNAMIC WS-STEPS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STEPS-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CALENDAR-FILE.
       01  RUN-CALENDAR-RECORD.
           05 CAL-STREAM-ID         PIC X(8).
           05 CAL-FREQUENCE         PIC X(1).
           05 CAL-DOW               PIC 9(1).
           05 CAL-STEPS-PATH        PIC X(40).

       FD  DEPENDENCY-FILE.
           COPY "StreamDependency.cpy".

       FD  JOB-STEPS-FILE.
       01  JOB-STEP-RECORD.
           05 JS-STEP-ID            PIC X(8).
           05 JS-MAX-CC             PIC 9(4).
           05 FILLER                PIC X(1).
           05 JS-COND-TYPE          PIC X(1).
           05 JS-COND-STEP          PIC X(8).
           05 JS-COND-CC            PIC 9(4).
           05 FILLER                PIC X(1).
           05 JS-STEP-COMMAND       PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CALENDAR-PATH         PIC X(40)
                                    VALUE "Data/RUN-CALENDAR.txt".
       01  WS-CALENDAR-STATUS       PIC XX.
       01  WS-DEPENDENCY-PATH       PIC X(40)
                                 VALUE "Data/STREAM-DEPENDENCIES.txt".
       01  WS-DEPENDENCY-STATUS     PIC XX.
       01  WS-STEPS-PATH            PIC X(40).
       01  WS-STEPS-STATUS          PIC XX.
       01  WS-REPORT-PATH           PIC X(40)
                                 VALUE "Data/JOB-RUN-ORDER-CHART.txt".
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-WORST-RC              PIC 9(4) VALUE ZERO.

       01  WS-STREAM-CNT            PIC 9(2) VALUE ZERO.
       01  WS-S                     PIC 9(2).
       01  WS-P                     PIC 9(2).
       01  WS-STREAM-TABLE.
           05 WS-STREAM-ENTRY OCCURS 20 TIMES
                   DEPENDING ON WS-STREAM-CNT
                   INDEXED BY SX.
               10 WS-T-STREAM-ID    PIC X(8).
               10 WS-T-FREQUENCE    PIC X(1).
               10 WS-T-DOW          PIC 9(1).
               10 WS-T-STEPS-PATH   PIC X(40).
               10 WS-T-NIVEAU       PIC 9(2).

       01  WS-DEP-CNT               PIC 9(3) VALUE ZERO.
       01  WS-D                     PIC 9(3).
       01  WS-DEP-TABLE.
           05 WS-DEP-ENTRY OCCURS 100 TIMES
                   DEPENDING ON WS-DEP-CNT
                   INDEXED BY DX.
               10 WS-D-STREAM       PIC X(8).
               10 WS-D-STEP-ID      PIC X(8).
               10 WS-D-PREALABLE    PIC X(8).
               10 WS-D-MAX-RC       PIC 9(4).
               10 WS-D-MODE         PIC X(1).
               10 WS-D-ESSAIS       PIC 9(3).
               10 WS-D-INTERVALLE   PIC 9(4).
               10 WS-D-STEP-VU      PIC X(1).

       01  WS-CHERCHE-STREAM        PIC X(8).
       01  WS-TROUVE-INDEX          PIC 9(2).
       01  WS-NIVEAU-CANDIDAT       PIC 9(2).
       01  WS-NIVEAU-PREALABLE      PIC 9(2).
       01  WS-NIVEAU-COURANT        PIC 9(2).
       01  WS-NIVEAU-MAX            PIC 9(2) VALUE ZERO.
       01  WS-PASSE                 PIC 9(2).
       01  WS-CHANGEMENT            PIC X.
       01  WS-TOUS-PLACES           PIC X.
       01  WS-CIRCULAIRE-CNT        PIC 9(2) VALUE ZERO.
       01  WS-INCONNU-CNT           PIC 9(3) VALUE ZERO.
       01  WS-STEP-CNT              PIC 9(3).

       01  WS-FREQUENCE-TEXTE       PIC X(30).
       01  WS-ATTENTE-TEXTE         PIC X(40).
       01  WS-MARGE                 PIC X(10) VALUE SPACES.
       01  WS-MARGE-LNG             PIC 9(2).

       COPY "ReportHeader.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-NIVELER-STREAMS-DEB
              THRU 2000-NIVELER-STREAMS-FIN.

           PERFORM 3000-EDITER-NIVEAU-DEB
              THRU 3000-EDITER-NIVEAU-FIN
              VARYING WS-NIVEAU-COURANT FROM 1 BY 1
              UNTIL WS-NIVEAU-COURANT > WS-NIVEAU-MAX.

           PERFORM 3500-EDITER-CIRCULAIRES-DEB
              THRU 3500-EDITER-CIRCULAIRES-FIN.

           PERFORM 3600-EDITER-INCONNUS-DEB
              THRU 3600-EDITER-INCONNUS-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           MOVE WS-WORST-RC TO RETURN-CODE.
           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "JobRunOrderChart" TO RH-PROGRAM-ID.
           MOVE "ORDRE DES STREAMS" TO RH-REPORT-TITLE.
           MOVE SPACES TO RH-RUN-DATE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 40 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM 1100-CHARGER-CALENDRIER-DEB
              THRU 1100-CHARGER-CALENDRIER-FIN.

           PERFORM 1200-CHARGER-DEPENDANCES-DEB
              THRU 1200-CHARGER-DEPENDANCES-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-CHARGER-CALENDRIER-DEB.
           OPEN INPUT RUN-CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE RUN-CALENDAR: "
                       WS-CALENDAR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CALENDAR-STATUS = "10"
               READ RUN-CALENDAR-FILE
                   AT END
                       MOVE "10" TO WS-CALENDAR-STATUS
                   NOT AT END
                       IF CAL-STREAM-ID NOT = SPACES
                           MOVE CAL-STREAM-ID TO WS-CHERCHE-STREAM
                           PERFORM 1300-AJOUTER-STREAM-DEB
                              THRU 1300-AJOUTER-STREAM-FIN
                           MOVE CAL-FREQUENCE
                               TO WS-T-FREQUENCE(WS-TROUVE-INDEX)
                           MOVE CAL-DOW TO WS-T-DOW(WS-TROUVE-INDEX)
                           IF CAL-STEPS-PATH NOT = SPACES
                               MOVE CAL-STEPS-PATH
                                 TO WS-T-STEPS-PATH(WS-TROUVE-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-CALENDAR-FILE.
       1100-CHARGER-CALENDRIER-FIN.
           EXIT.

      * No dependency file: every stream stands on level 1.
       1200-CHARGER-DEPENDANCES-DEB.
           OPEN INPUT DEPENDENCY-FILE.
           IF WS-DEPENDENCY-STATUS NOT = "00"
               DISPLAY "AUCUNE DEPENDANCE ENTRE STREAMS"
               GO TO 1200-CHARGER-DEPENDANCES-FIN
           END-IF.
           PERFORM UNTIL WS-DEPENDENCY-STATUS = "10"
               READ DEPENDENCY-FILE
                   AT END
                       MOVE "10" TO WS-DEPENDENCY-STATUS
                   NOT AT END
                       IF SDP-STREAM NOT = SPACES
                           PERFORM 1210-RANGER-DEPENDANCE-DEB
                              THRU 1210-RANGER-DEPENDANCE-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPENDENCY-FILE.
       1200-CHARGER-DEPENDANCES-FIN.
           EXIT.

       1210-RANGER-DEPENDANCE-DEB.
           IF WS-DEP-CNT >= 100
               DISPLAY "TABLE DEPENDANCES PLEINE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-DEP-CNT.
           SET DX TO WS-DEP-CNT.
           MOVE SDP-STREAM TO WS-D-STREAM(DX).
           MOVE SDP-STEP-ID TO WS-D-STEP-ID(DX).
           MOVE SDP-PREALABLE TO WS-D-PREALABLE(DX).
           MOVE SDP-MAX-RC TO WS-D-MAX-RC(DX).
           MOVE SDP-MODE TO WS-D-MODE(DX).
           MOVE SDP-ESSAIS TO WS-D-ESSAIS(DX).
           MOVE SDP-INTERVALLE TO WS-D-INTERVALLE(DX).
           MOVE "N" TO WS-D-STEP-VU(DX).

           MOVE SDP-STREAM TO WS-CHERCHE-STREAM.
           PERFORM 1300-AJOUTER-STREAM-DEB
              THRU 1300-AJOUTER-STREAM-FIN.
           MOVE SDP-PREALABLE TO WS-CHERCHE-STREAM.
           PERFORM 1300-AJOUTER-STREAM-DEB
              THRU 1300-AJOUTER-STREAM-FIN.
       1210-RANGER-DEPENDANCE-FIN.
           EXIT.

      * Finds WS-CHERCHE-STREAM in the table, adding it - as a daily
      * stream on the default step file - when it is not there yet.
       1300-AJOUTER-STREAM-DEB.
           PERFORM 1310-CHERCHER-STREAM-DEB
              THRU 1310-CHERCHER-STREAM-FIN.
           IF WS-TROUVE-INDEX = ZERO
               IF WS-STREAM-CNT >= 20
                   DISPLAY "TABLE STREAMS PLEINE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STREAM-CNT
               MOVE WS-STREAM-CNT TO WS-TROUVE-INDEX
               MOVE WS-CHERCHE-STREAM
                   TO WS-T-STREAM-ID(WS-TROUVE-INDEX)
               MOVE "D" TO WS-T-FREQUENCE(WS-TROUVE-INDEX)
               MOVE ZERO TO WS-T-DOW(WS-TROUVE-INDEX)
               MOVE "Data/JOB-STEPS.txt"
                   TO WS-T-STEPS-PATH(WS-TROUVE-INDEX)
               MOVE ZERO TO WS-T-NIVEAU(WS-TROUVE-INDEX)
           END-IF.
       1300-AJOUTER-STREAM-FIN.
           EXIT.

       1310-CHERCHER-STREAM-DEB.
           MOVE ZERO TO WS-TROUVE-INDEX.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STREAM-CNT
                      OR WS-TROUVE-INDEX NOT = ZERO
               IF WS-T-STREAM-ID(WS-S) = WS-CHERCHE-STREAM
                   MOVE WS-S TO WS-TROUVE-INDEX
               END-IF
           END-PERFORM.
       1310-CHERCHER-STREAM-FIN.
           EXIT.

      * Passes over the table until no stream gets a level; a
      * stream gets one once every stream it waits for has one.
      * After as many passes as there are streams, any stream still
      * without a level waits in a circle.
       2000-NIVELER-STREAMS-DEB.
           MOVE "Y" TO WS-CHANGEMENT.
           PERFORM VARYING WS-PASSE FROM 1 BY 1
                   UNTIL WS-PASSE > WS-STREAM-CNT
                      OR WS-CHANGEMENT = "N"
               MOVE "N" TO WS-CHANGEMENT
               PERFORM 2100-NIVELER-STREAM-DEB
                  THRU 2100-NIVELER-STREAM-FIN
                  VARYING WS-P FROM 1 BY 1
                  UNTIL WS-P > WS-STREAM-CNT
           END-PERFORM.

           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STREAM-CNT
               IF WS-T-NIVEAU(WS-S) = ZERO
                   ADD 1 TO WS-CIRCULAIRE-CNT
               END-IF
               IF WS-T-NIVEAU(WS-S) > WS-NIVEAU-MAX
                   MOVE WS-T-NIVEAU(WS-S) TO WS-NIVEAU-MAX
               END-IF
           END-PERFORM.
           IF WS-CIRCULAIRE-CNT > ZERO
               MOVE 8 TO WS-WORST-RC
           END-IF.
       2000-NIVELER-STREAMS-FIN.
           EXIT.

       2100-NIVELER-STREAM-DEB.
           IF WS-T-NIVEAU(WS-P) NOT = ZERO
               GO TO 2100-NIVELER-STREAM-FIN
           END-IF.
           MOVE "Y" TO WS-TOUS-PLACES.
           MOVE 1 TO WS-NIVEAU-CANDIDAT.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEP-CNT
               IF WS-D-STREAM(WS-D) = WS-T-STREAM-ID(WS-P)
                   MOVE WS-D-PREALABLE(WS-D) TO WS-CHERCHE-STREAM
                   PERFORM 1310-CHERCHER-STREAM-DEB
                      THRU 1310-CHERCHER-STREAM-FIN
                   MOVE WS-T-NIVEAU(WS-TROUVE-INDEX)
                       TO WS-NIVEAU-PREALABLE
                   IF WS-NIVEAU-PREALABLE = ZERO
                       MOVE "N" TO WS-TOUS-PLACES
                   ELSE
                       IF WS-NIVEAU-PREALABLE + 1
                               > WS-NIVEAU-CANDIDAT
                           COMPUTE WS-NIVEAU-CANDIDAT =
                                   WS-NIVEAU-PREALABLE + 1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TOUS-PLACES = "Y"
               MOVE WS-NIVEAU-CANDIDAT TO WS-T-NIVEAU(WS-P)
               MOVE "Y" TO WS-CHANGEMENT
           END-IF.
       2100-NIVELER-STREAM-FIN.
           EXIT.

       3000-EDITER-NIVEAU-DEB.
           PERFORM 3100-EDITER-STREAM-DEB
              THRU 3100-EDITER-STREAM-FIN
              VARYING WS-P FROM 1 BY 1
              UNTIL WS-P > WS-STREAM-CNT.
       3000-EDITER-NIVEAU-FIN.
           EXIT.

      * One stream of the current level: heading, whole-stream
      * waits, then its steps with their own waits.
       3100-EDITER-STREAM-DEB.
           IF WS-T-NIVEAU(WS-P) NOT = WS-NIVEAU-COURANT
               GO TO 3100-EDITER-STREAM-FIN
           END-IF.
           PERFORM 3200-ENTETE-STREAM-DEB
              THRU 3200-ENTETE-STREAM-FIN.
           PERFORM 3300-EDITER-STEPS-DEB
              THRU 3300-EDITER-STEPS-FIN.
       3100-EDITER-STREAM-FIN.
           EXIT.

       3200-ENTETE-STREAM-DEB.
           EVALUATE WS-T-FREQUENCE(WS-P)
               WHEN "W"
                   MOVE SPACES TO WS-FREQUENCE-TEXTE
                   STRING "HEBDOMADAIRE JOUR " WS-T-DOW(WS-P)
                          DELIMITED BY SIZE INTO WS-FREQUENCE-TEXTE
               WHEN "M"
                   MOVE "DERNIER JOUR DU MOIS" TO WS-FREQUENCE-TEXTE
               WHEN OTHER
                   MOVE "QUOTIDIEN" TO WS-FREQUENCE-TEXTE
           END-EVALUATE.

           ADD 4 TO RH-LINE-COUNT.
           PERFORM 3900-IMPRIMER-ENTETE-DEB
              THRU 3900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-T-NIVEAU(WS-P) = ZERO
               STRING "CIRCULAIRE  STREAM " WS-T-STREAM-ID(WS-P)
                      "  " WS-FREQUENCE-TEXTE
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "NIVEAU " WS-T-NIVEAU(WS-P)
                      "   STREAM " WS-T-STREAM-ID(WS-P)
                      "  " WS-FREQUENCE-TEXTE
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "            STEPS : " WS-T-STEPS-PATH(WS-P)
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 6 TO WS-MARGE-LNG.
           MOVE SPACES TO WS-CHERCHE-STREAM.
           PERFORM 3400-EDITER-ATTENTES-DEB
              THRU 3400-EDITER-ATTENTES-FIN.
       3200-ENTETE-STREAM-FIN.
           EXIT.

      * A step file that cannot be opened is noted, the chart goes
      * on with the next stream.
       3300-EDITER-STEPS-DEB.
           MOVE WS-T-STEPS-PATH(WS-P) TO WS-STEPS-PATH.
           MOVE ZERO TO WS-STEP-CNT.
           OPEN INPUT JOB-STEPS-FILE.
           IF WS-STEPS-STATUS NOT = "00"
               ADD 1 TO RH-LINE-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "      FICHIER DES STEPS ABSENT (STATUT "
                      WS-STEPS-STATUS ")"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 3300-EDITER-STEPS-FIN
           END-IF.
           PERFORM UNTIL WS-STEPS-STATUS = "10"
               READ JOB-STEPS-FILE
                   AT END
                       MOVE "10" TO WS-STEPS-STATUS
                   NOT AT END
                       IF JS-STEP-ID NOT = SPACES
                           PERFORM 3310-EDITER-STEP-DEB
                              THRU 3310-EDITER-STEP-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOB-STEPS-FILE.
       3300-EDITER-STEPS-FIN.
           EXIT.

       3310-EDITER-STEP-DEB.
           ADD 1 TO WS-STEP-CNT.
           ADD 1 TO RH-LINE-COUNT.
           PERFORM 3900-IMPRIMER-ENTETE-DEB
              THRU 3900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "    " WS-STEP-CNT " " JS-STEP-ID
                  " CC<=" JS-MAX-CC " " JS-STEP-COMMAND(1:60)
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 10 TO WS-MARGE-LNG.
           MOVE JS-STEP-ID TO WS-CHERCHE-STREAM.
           PERFORM 3400-EDITER-ATTENTES-DEB
              THRU 3400-EDITER-ATTENTES-FIN.
       3310-EDITER-STEP-FIN.
           EXIT.

      * The waits of the current stream whose step id equals
      * WS-CHERCHE-STREAM (spaces: the stream as a whole).
       3400-EDITER-ATTENTES-DEB.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEP-CNT
               IF WS-D-STREAM(WS-D) = WS-T-STREAM-ID(WS-P)
                       AND WS-D-STEP-ID(WS-D) = WS-CHERCHE-STREAM
                   MOVE "Y" TO WS-D-STEP-VU(WS-D)
                   PERFORM 3410-EDITER-ATTENTE-DEB
                      THRU 3410-EDITER-ATTENTE-FIN
               END-IF
           END-PERFORM.
       3400-EDITER-ATTENTES-FIN.
           EXIT.

       3410-EDITER-ATTENTE-DEB.
           MOVE SPACES TO WS-ATTENTE-TEXTE.
           IF WS-D-MODE(WS-D) = "A"
               STRING "ATTENTE " WS-D-ESSAIS(WS-D) " X "
                      WS-D-INTERVALLE(WS-D) " S PUIS REFUS"
                      DELIMITED BY SIZE INTO WS-ATTENTE-TEXTE
           ELSE
               MOVE "REFUS IMMEDIAT" TO WS-ATTENTE-TEXTE
           END-IF.
           ADD 1 TO RH-LINE-COUNT.
           PERFORM 3900-IMPRIMER-ENTETE-DEB
              THRU 3900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-MARGE(1:WS-MARGE-LNG)
                  "ATTEND STREAM " WS-D-PREALABLE(WS-D)
                  " CC<=" WS-D-MAX-RC(WS-D) "  " WS-ATTENTE-TEXTE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       3410-EDITER-ATTENTE-FIN.
           EXIT.

       3500-EDITER-CIRCULAIRES-DEB.
           IF WS-CIRCULAIRE-CNT = ZERO
               GO TO 3500-EDITER-CIRCULAIRES-FIN
           END-IF.
           MOVE ZERO TO WS-NIVEAU-COURANT.
           PERFORM 3100-EDITER-STREAM-DEB
              THRU 3100-EDITER-STREAM-FIN
              VARYING WS-P FROM 1 BY 1
              UNTIL WS-P > WS-STREAM-CNT.
           ADD 2 TO RH-LINE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ATTENTION - " WS-CIRCULAIRE-CNT
                  " STREAM(S) EN ATTENTE CIRCULAIRE"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       3500-EDITER-CIRCULAIRES-FIN.
           EXIT.

      * Step-level waits never printed name a step the stream's step
      * file does not have: the driver would never check them.
       3600-EDITER-INCONNUS-DEB.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEP-CNT
               IF WS-D-STEP-VU(WS-D) = "N"
                   ADD 1 TO WS-INCONNU-CNT
                   ADD 1 TO RH-LINE-COUNT
                   PERFORM 3900-IMPRIMER-ENTETE-DEB
                      THRU 3900-IMPRIMER-ENTETE-FIN
                   MOVE SPACES TO REPORT-LINE
                   STRING "ATTENTION - STREAM " WS-D-STREAM(WS-D)
                          " STEP " WS-D-STEP-ID(WS-D)
                          " INCONNU - DEPENDANCE SUR "
                          WS-D-PREALABLE(WS-D) " SANS EFFET"
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           IF WS-INCONNU-CNT > ZERO
               MOVE 8 TO WS-WORST-RC
           END-IF.
       3600-EDITER-INCONNUS-FIN.
           EXIT.

       3900-IMPRIMER-ENTETE-DEB.
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
               WRITE REPORT-LINE
               MOVE 2 TO RH-LINE-COUNT
           END-IF.
       3900-IMPRIMER-ENTETE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "GRAPHE D'ORDRE DES STREAMS TERMINE.".
           DISPLAY "STREAMS               : " WS-STREAM-CNT.
           DISPLAY "DEPENDANCES           : " WS-DEP-CNT.
           DISPLAY "STREAMS CIRCULAIRES   : " WS-CIRCULAIRE-CNT.
           DISPLAY "STEPS INCONNUS        : " WS-INCONNU-CNT.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
