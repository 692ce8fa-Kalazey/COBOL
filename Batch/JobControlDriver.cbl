      * completed within its ceiling - instead of re-running five
      * good steps to reach the one that failed. Every step (run
      * or skipped) still gets its line in the same JOB-AUDIT file
      * Loops.cbl writes its end-of-job record to. A step that
      * consumes a file delivered from outside (the inbound
      * register, InboundFile.cpy) is held - not run, audited with
      * the reserved HELD code - unless the arrival log shows the
      * file accepted today; a stream with held steps writes no
      * completion record and leaves the restart parameter on the
      * first of them, so once the file is in the operator simply
      * launches again and the held step's file is judged afresh.
      * On that relaunch a step past the restart point that already
      * completed within its ceiling for the business date is not
      * run again - only the held and skipped steps are.
      * NIGHTLY is the stream run unless the stream parameter names
      * another (WEEKLY, MONTHEND); the run calendar gives each
      * stream its own step file. A stream - or one of its steps -
      * that depends on another stream (StreamDependency.cpy) does
      * not start until JOB-AUDIT shows that stream completed within
      * the agreed condition code for the same business date: it is
      * refused, or waits and looks again first, as the dependency
      * says. The business date - the date the run started - goes
      * on every audit record, so a chain finishing after midnight
      * still counts for the day it ran for.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-COUNT-STATUS.

           SELECT INBOUND-REGISTER-FILE ASSIGN DYNAMIC
                   WS-INBOUND-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-REGISTER-STATUS.

           SELECT ARRIVAL-LOG-FILE ASSIGN DYNAMIC WS-ARRIVAL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARRIVAL-STATUS.

           SELECT STREAM-PARM-FILE ASSIGN DYNAMIC WS-STREAM-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-PARM-STATUS.

           SELECT DEPENDENCY-FILE ASSIGN DYNAMIC WS-DEPENDENCY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEPENDENCY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * JS-MAX-CC is the ceiling: only a condition code above it
           05 JA-END-TIME           PIC X(8).
           05 JA-ELAPSED-SEC        PIC 9(6).
           05 JA-RECORDS            PIC 9(7).
           05 JA-BUSINESS-DATE-X    PIC X(8).
           05 JA-BUSINESS-DATE REDEFINES JA-BUSINESS-DATE-X
                                    PIC 9(8).

      * The stream the restart is for rides behind the step; blank
      * (a card written before there was more than one stream)
      * means NIGHTLY.
       FD  RESTART-PARM-FILE.
       01  RESTART-PARM-RECORD.
           05 RST-STEP-ID           PIC X(8).
           05 RST-STREAM-ID         PIC X(8).

      * One line per stream: D runs every day, W only on the day of
      * week in CAL-DOW (1 = monday .. 7 = sunday), M only on the
      * last day of the month (month lengths and february come from
      * LeapYearCheck through MonthEndCutoffValidator).
       FD  RUN-CALENDAR-FILE.
      * CAL-STEPS-PATH is the stream's step file (JOB-STEPS.txt
      * when blank).
       01  RUN-CALENDAR-RECORD.
           05 CAL-STREAM-ID         PIC X(8).
           05 CAL-FREQUENCE         PIC X(1).
           05 CAL-DOW               PIC 9(1).
           05 CAL-STEPS-PATH        PIC X(40).

      * Operator override: stream runs even off-calendar or after a
      * successful run today, and the who/why line goes straight to
       01  STEP-COUNT-RECORD.
           05 SCT-RECORDS           PIC 9(7).

       FD  INBOUND-REGISTER-FILE.
           COPY "InboundFile.cpy".

       FD  ARRIVAL-LOG-FILE.
           COPY "InboundArrival.cpy".

      * Stream to run this launch, consumed once read.
       FD  STREAM-PARM-FILE.
       01  STREAM-PARM-RECORD.
           05 JSP-STREAM-ID         PIC X(8).

       FD  DEPENDENCY-FILE.
           COPY "StreamDependency.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STEPS-PATH            PIC X(40)
                                    VALUE "Data/JOB-STEPS.txt".
                                    VALUE "Data/STEP-RECORD-COUNT.txt".
       01  WS-STEP-COUNT-STATUS     PIC XX.

       01  WS-INBOUND-REGISTER-PATH PIC X(40)
                             VALUE "Data/INBOUND-FILE-REGISTER.txt".
       01  WS-INBOUND-REGISTER-STATUS PIC XX.

       01  WS-ARRIVAL-PATH          PIC X(40)
                                 VALUE "Data/INBOUND-ARRIVAL-LOG.txt".
       01  WS-ARRIVAL-STATUS        PIC XX.

       01  WS-STREAM-PARM-PATH      PIC X(40)
                                    VALUE "Data/JOB-STREAM-PARM.txt".
       01  WS-STREAM-PARM-STATUS    PIC XX.

       01  WS-DEPENDENCY-PATH       PIC X(40)
                                 VALUE "Data/STREAM-DEPENDENCIES.txt".
       01  WS-DEPENDENCY-STATUS     PIC XX.

       01  WS-STREAM-ID             PIC X(8) VALUE "NIGHTLY ".
       01  WS-FREQUENCE             PIC X(1) VALUE SPACE.
       01  WS-DOW-PREVU             PIC 9(1) VALUE ZERO.
       01  WS-STEP-RECORDS          PIC 9(7) VALUE ZERO.
       01  WS-CHAINE-ELAPSED        PIC 9(6) VALUE ZERO.
       01  WS-CHAINE-RECORDS        PIC 9(7) VALUE ZERO.
       01  WS-START-AFFICHE         PIC X(8) VALUE SPACES.
       01  WS-END-AFFICHE           PIC X(8) VALUE SPACES.
       01  WS-WORST-RC              PIC 9(4) VALUE ZERO.
       01  WS-SKIPPED-RC            PIC 9(4) VALUE 9999.
       01  WS-HELD-RC               PIC 9(4) VALUE 9998.

      * Inbound file gate: the step's files judged ready or not, the
      * file that held it, and the held steps of this run.
       01  WS-FICHIERS-PRETS        PIC X.
           88 FICHIERS-PRETS        VALUE "Y".
       01  WS-FICHIER-MANQUANT      PIC X(10).
       01  WS-STATUT-MANQUANT       PIC X(1).
       01  WS-STATUT-DU-JOUR        PIC X(1).
       01  WS-K                     PIC 9(1).
       01  WS-DEPENDANT             PIC X.
       01  WS-GATE-ORIGINE          PIC X(20)
                                    VALUE "JobControlDriver".
       01  WS-GATE-JOURNAL          PIC X(1) VALUE "Y".
       01  WS-GATE-ENREG            PIC 9(7).
       01  WS-HELD-CNT              PIC 9(3) VALUE ZERO.
       01  WS-PREMIER-RETENU        PIC X(8) VALUE SPACES.
       01  WS-RETENU-MOTIF          PIC X(50).
       01  WS-REPRISE-DEMANDEE      PIC X VALUE "N".
       01  WS-REPRISE-AUTRE-STREAM  PIC X VALUE "N".

      * Cross-stream dependencies of this stream: the whole stream
      * (blank step) or one step waits for a prerequisite stream.
       01  WS-DEP-CNT               PIC 9(2) VALUE ZERO.
       01  WS-D                     PIC 9(2).
       01  WS-DEP-TABLE.
           05 WS-DEP-ENTRY OCCURS 20 TIMES
                   DEPENDING ON WS-DEP-CNT
                   INDEXED BY DX.
               10 WS-D-STEP-ID      PIC X(8).
               10 WS-D-PREALABLE    PIC X(8).
               10 WS-D-MAX-RC       PIC 9(4).
               10 WS-D-MODE         PIC X(1).
               10 WS-D-ESSAIS       PIC 9(3).
               10 WS-D-INTERVALLE   PIC 9(4).
       01  WS-DEP-CIBLE             PIC X(8).
       01  WS-DEP-SATISFAITES       PIC X.
           88 DEPENDANCES-SATISFAITES VALUE "Y".
       01  WS-DEP-OK                PIC X.
       01  WS-DEP-ESSAI             PIC 9(3).
       01  WS-DEP-BLOQUANT          PIC X(8).
       01  WS-PREALABLE-PLANIFIE    PIC X.
       01  WS-DATE-AUDIT            PIC 9(8).
       01  WS-JOUR-FIN-DE-MOIS      PIC X.

       01  WS-RESTART-STEP          PIC X(8) VALUE SPACES.
       01  WS-RESTART-SWITCH        PIC X VALUE "N".
           88 EN-REPRISE            VALUE "Y".
       01  WS-AUDIT-RC-TROUVE       PIC X.
       01  WS-AUDIT-DERNIER-RC      PIC 9(4).
       01  WS-DEJA-COMPLETE         PIC X VALUE "N".
           88 DEJA-COMPLETE         VALUE "Y".

       01  WS-REGLE-AUTORISE        PIC X.
           88 REGLE-AUTORISE        VALUE "Y".
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-RUN-DATE-TEXTE.

           PERFORM 1050-LIRE-STREAM-DEB
              THRU 1050-LIRE-STREAM-FIN.

           PERFORM 1200-CONTROLER-CALENDRIER-DEB
              THRU 1200-CONTROLER-CALENDRIER-FIN.

       1000-INITIALISATION-FIN.
           EXIT.

      * No stream parameter means the nightly stream.
       1050-LIRE-STREAM-DEB.
           OPEN INPUT STREAM-PARM-FILE.
           IF WS-STREAM-PARM-STATUS = "00"
               READ STREAM-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JSP-STREAM-ID NOT = SPACES
                           MOVE JSP-STREAM-ID TO WS-STREAM-ID
                       END-IF
               END-READ
               CLOSE STREAM-PARM-FILE
               OPEN OUTPUT STREAM-PARM-FILE
               CLOSE STREAM-PARM-FILE
           END-IF.
           DISPLAY "STREAM " WS-STREAM-ID.
       1050-LIRE-STREAM-FIN.
           EXIT.

      * A restart card for another stream is left where it is for
      * that stream's next launch.
       1100-LIRE-REPRISE-DEB.
           OPEN INPUT RESTART-PARM-FILE.
           IF WS-RESTART-STATUS = "00"
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RST-STREAM-ID = SPACES
                           MOVE "NIGHTLY " TO RST-STREAM-ID
                       END-IF
                       IF RST-STEP-ID NOT = SPACES
                               AND RST-STREAM-ID NOT = WS-STREAM-ID
                           MOVE "Y" TO WS-REPRISE-AUTRE-STREAM
                       END-IF
                       IF RST-STEP-ID NOT = SPACES
                               AND RST-STREAM-ID = WS-STREAM-ID
                           MOVE RST-STEP-ID TO WS-RESTART-STEP
                           MOVE "Y" TO WS-RESTART-SWITCH
                           MOVE "Y" TO WS-REPRISE-DEMANDEE
                           DISPLAY "REPRISE DEMANDEE AU STEP "
                                   WS-RESTART-STEP
                       END-IF

           MOVE "Y" TO WS-AUTORISE.

           PERFORM 1205-SITUER-JOUR-DEB
              THRU 1205-SITUER-JOUR-FIN.

           EVALUATE WS-FREQUENCE
               WHEN "D"
                   CONTINUE
               WHEN "W"
                   IF WS-DOW-COURANT NOT = WS-DOW-PREVU
                       MOVE "N" TO WS-AUTORISE
                       DISPLAY "STREAM " WS-STREAM-ID
                               " NON PLANIFIE CE JOUR DE SEMAINE"
                   END-IF
               WHEN "M"
                   IF WS-JOUR-FIN-DE-MOIS NOT = "Y"
                       MOVE "N" TO WS-AUTORISE
                       DISPLAY "STREAM " WS-STREAM-ID
                               " RESERVE A LA FIN DE MOIS ("
                   STOP RUN
               END-IF
           END-IF.

      * The operator override answers for the calendar, not for the
      * other streams: a stream whose prerequisite has not completed
      * for the day is refused all the same.
           PERFORM 1300-CHARGER-DEPENDANCES-DEB
              THRU 1300-CHARGER-DEPENDANCES-FIN.
           MOVE SPACES TO WS-DEP-CIBLE.
           PERFORM 1310-CONTROLER-DEPENDANCES-DEB
              THRU 1310-CONTROLER-DEPENDANCES-FIN.
           IF NOT DEPENDANCES-SATISFAITES
               DISPLAY "LANCEMENT REFUSE - STREAM " WS-STREAM-ID
                       " ATTEND LE STREAM " WS-DEP-BLOQUANT
                       " - CODE CONDITION 8"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-CONTROLER-CALENDRIER-FIN.
           EXIT.

      * Day of week (1 = monday) and month-end of the business date,
      * for this stream's calendar line and for its prerequisites'.
       1205-SITUER-JOUR-DEB.
           COMPUTE WS-ENTIER-JOUR =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-DOW-COURANT = FUNCTION MOD(
                   WS-ENTIER-JOUR - 1, 7) + 1.
           CALL "MonthEndCutoffValidator" USING WS-RUN-DATE
               WS-MONTH-NAME WS-LAST-DAY-OF-MONTH
               WS-CUTOFF-SWITCH.
           MOVE "N" TO WS-JOUR-FIN-DE-MOIS.
           IF DERNIER-JOUR-DU-MOIS
               MOVE "Y" TO WS-JOUR-FIN-DE-MOIS
           END-IF.
       1205-SITUER-JOUR-FIN.
           EXIT.

      * A stream absent from the calendar runs unconstrained - the
      * calendar governs the streams it lists.
       1210-LIRE-CALENDRIER-DEB.
                               MOVE "Y" TO WS-CALENDRIER-TROUVE
                               MOVE CAL-FREQUENCE TO WS-FREQUENCE
                               MOVE CAL-DOW TO WS-DOW-PREVU
                               IF CAL-STEPS-PATH NOT = SPACES
                                   MOVE CAL-STEPS-PATH
                                       TO WS-STEPS-PATH
                               END-IF
                               MOVE "10" TO WS-CALENDAR-STATUS
                           END-IF
                   END-READ
                       AT END
                           MOVE "10" TO WS-JOB-AUDIT-STATUS
                       NOT AT END
                           PERFORM 1240-DATER-AUDIT-DEB
                              THRU 1240-DATER-AUDIT-FIN
                           IF JA-PROGRAM-ID(1:8) = WS-STREAM-ID
                                   AND WS-DATE-AUDIT = WS-RUN-DATE
                                   AND JA-RETURN-CODE < 16
                               MOVE "Y" TO WS-DEJA-PASSE
                           END-IF
       1230-CONTROLER-DOUBLE-RUN-FIN.
           EXIT.

      * The business date of an audit record; records written before
      * it was carried fall back on the date of their timestamp.
       1240-DATER-AUDIT-DEB.
           IF JA-BUSINESS-DATE-X IS NUMERIC
               MOVE JA-BUSINESS-DATE TO WS-DATE-AUDIT
           ELSE
               MOVE ZERO TO WS-DATE-AUDIT
               IF JA-TIMESTAMP(1:4) IS NUMERIC
                       AND JA-TIMESTAMP(6:2) IS NUMERIC
                       AND JA-TIMESTAMP(9:2) IS NUMERIC
                   MOVE JA-TIMESTAMP(1:4) TO WS-DATE-AUDIT(1:4)
                   MOVE JA-TIMESTAMP(6:2) TO WS-DATE-AUDIT(5:2)
                   MOVE JA-TIMESTAMP(9:2) TO WS-DATE-AUDIT(7:2)
               END-IF
           END-IF.
       1240-DATER-AUDIT-FIN.
           EXIT.

      * This stream's rows of the dependency file; no file means no
      * stream waits for another.
       1300-CHARGER-DEPENDANCES-DEB.
           MOVE ZERO TO WS-DEP-CNT.
           OPEN INPUT DEPENDENCY-FILE.
           IF WS-DEPENDENCY-STATUS = "00"
               PERFORM UNTIL WS-DEPENDENCY-STATUS = "10"
                   READ DEPENDENCY-FILE
                       AT END
                           MOVE "10" TO WS-DEPENDENCY-STATUS
                       NOT AT END
                           IF SDP-STREAM = WS-STREAM-ID
                               IF WS-DEP-CNT >= 20
                                   DISPLAY "TABLE DEPENDANCES PLEINE"
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-DEP-CNT
                               SET DX TO WS-DEP-CNT
                               MOVE SDP-STEP-ID TO WS-D-STEP-ID(DX)
                               MOVE SDP-PREALABLE
                                   TO WS-D-PREALABLE(DX)
                               MOVE SDP-MAX-RC TO WS-D-MAX-RC(DX)
                               MOVE SDP-MODE TO WS-D-MODE(DX)
                               MOVE SDP-ESSAIS TO WS-D-ESSAIS(DX)
                               MOVE SDP-INTERVALLE
                                   TO WS-D-INTERVALLE(DX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPENDENCY-FILE
           END-IF.
       1300-CHARGER-DEPENDANCES-FIN.
           EXIT.

      * Every dependency of WS-DEP-CIBLE (spaces for the stream as a
      * whole, else a step id) checked in turn; the first one still
      * unsatisfied after its waits names the blocking stream.
       1310-CONTROLER-DEPENDANCES-DEB.
           MOVE "Y" TO WS-DEP-SATISFAITES.
           MOVE SPACES TO WS-DEP-BLOQUANT.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEP-CNT
                      OR NOT DEPENDANCES-SATISFAITES
               IF WS-D-STEP-ID(WS-D) = WS-DEP-CIBLE
                   PERFORM 1320-ATTENDRE-PREALABLE-DEB
                      THRU 1320-ATTENDRE-PREALABLE-FIN
               END-IF
           END-PERFORM.
       1310-CONTROLER-DEPENDANCES-FIN.
           EXIT.

       1320-ATTENDRE-PREALABLE-DEB.
           PERFORM 1330-PREALABLE-PLANIFIE-DEB
              THRU 1330-PREALABLE-PLANIFIE-FIN.
           IF WS-PREALABLE-PLANIFIE = "N"
               DISPLAY "STREAM " WS-D-PREALABLE(WS-D)
                       " NON PLANIFIE CE JOUR - DEPENDANCE IGNOREE"
           ELSE
               PERFORM 1340-CHERCHER-PREALABLE-DEB
                  THRU 1340-CHERCHER-PREALABLE-FIN
               IF WS-D-MODE(WS-D) = "A"
                   PERFORM VARYING WS-DEP-ESSAI FROM 1 BY 1
                           UNTIL WS-DEP-OK = "Y"
                              OR WS-DEP-ESSAI > WS-D-ESSAIS(WS-D)
                       DISPLAY "ATTENTE DU STREAM "
                               WS-D-PREALABLE(WS-D) " - ESSAI "
                               WS-DEP-ESSAI "/" WS-D-ESSAIS(WS-D)
                       CALL "C$SLEEP" USING WS-D-INTERVALLE(WS-D)
                       PERFORM 1340-CHERCHER-PREALABLE-DEB
                          THRU 1340-CHERCHER-PREALABLE-FIN
                   END-PERFORM
               END-IF
               IF WS-DEP-OK = "N"
                   MOVE "N" TO WS-DEP-SATISFAITES
                   MOVE WS-D-PREALABLE(WS-D) TO WS-DEP-BLOQUANT
               END-IF
           END-IF.
       1320-ATTENDRE-PREALABLE-FIN.
           EXIT.

      * The prerequisite's own calendar line decides whether it runs
      * for this business date; a stream the calendar does not list
      * runs every day.
       1330-PREALABLE-PLANIFIE-DEB.
           MOVE "Y" TO WS-PREALABLE-PLANIFIE.
           OPEN INPUT RUN-CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "00"
               PERFORM UNTIL WS-CALENDAR-STATUS = "10"
                   READ RUN-CALENDAR-FILE
                       AT END
                           MOVE "10" TO WS-CALENDAR-STATUS
                       NOT AT END
                           IF CAL-STREAM-ID = WS-D-PREALABLE(WS-D)
                               EVALUATE CAL-FREQUENCE
                                   WHEN "W"
                                       IF CAL-DOW NOT = WS-DOW-COURANT
                                           MOVE "N"
                                             TO WS-PREALABLE-PLANIFIE
                                       END-IF
                                   WHEN "M"
                                       IF WS-JOUR-FIN-DE-MOIS
                                               NOT = "Y"
                                           MOVE "N"
                                             TO WS-PREALABLE-PLANIFIE
                                       END-IF
                               END-EVALUATE
                               MOVE "10" TO WS-CALENDAR-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CALENDAR-FILE
           END-IF.
       1330-PREALABLE-PLANIFIE-FIN.
           EXIT.

      * Satisfied by a chain-completion record of the prerequisite
      * for the same business date within the agreed code.
       1340-CHERCHER-PREALABLE-DEB.
           MOVE "N" TO WS-DEP-OK.
           OPEN INPUT JOB-AUDIT-FILE.
           IF WS-JOB-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-JOB-AUDIT-STATUS = "10"
                   READ JOB-AUDIT-FILE
                       AT END
                           MOVE "10" TO WS-JOB-AUDIT-STATUS
                       NOT AT END
                           PERFORM 1240-DATER-AUDIT-DEB
                              THRU 1240-DATER-AUDIT-FIN
                           IF JA-PROGRAM-ID(1:8)
                                   = WS-D-PREALABLE(WS-D)
                                   AND WS-DATE-AUDIT = WS-RUN-DATE
                                   AND JA-RETURN-CODE
                                       <= WS-D-MAX-RC(WS-D)
                               MOVE "Y" TO WS-DEP-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-AUDIT-FILE
           END-IF.
       1340-CHERCHER-PREALABLE-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           MOVE "N" TO WS-DEJA-COMPLETE.
           IF WS-REPRISE-DEMANDEE = "Y" AND NOT EN-REPRISE
               PERFORM 2520-CONTROLER-DEJA-COMPLETE-DEB
                  THRU 2520-CONTROLER-DEJA-COMPLETE-FIN
           END-IF.

           EVALUATE TRUE
               WHEN EN-REPRISE AND JS-STEP-ID NOT = WS-RESTART-STEP
                   PERFORM 2500-VERIFIER-STEP-ANTERIEUR-DEB
                      THRU 2500-VERIFIER-STEP-ANTERIEUR-FIN
               WHEN DEJA-COMPLETE
                   DISPLAY "STEP " JS-STEP-ID
                           " : DEJA COMPLETE CE JOUR (CODE "
                           WS-AUDIT-DERNIER-RC ") - NON REJOUE"
                   MOVE WS-AUDIT-DERNIER-RC TO WS-STEP-RC
                   PERFORM 2400-MEMORISER-RESULTAT-DEB
                      THRU 2400-MEMORISER-RESULTAT-FIN
               WHEN OTHER
                   IF EN-REPRISE
                       MOVE "N" TO WS-RESTART-SWITCH
                   PERFORM 2600-EVALUER-REGLE-DEB
                      THRU 2600-EVALUER-REGLE-FIN
                   IF REGLE-AUTORISE
                       MOVE JS-STEP-ID TO WS-DEP-CIBLE
                       PERFORM 1310-CONTROLER-DEPENDANCES-DEB
                          THRU 1310-CONTROLER-DEPENDANCES-FIN
                       IF DEPENDANCES-SATISFAITES
                           PERFORM 2700-CONTROLER-ARRIVEES-DEB
                              THRU 2700-CONTROLER-ARRIVEES-FIN
                       ELSE
                           MOVE "N" TO WS-FICHIERS-PRETS
                           MOVE SPACES TO WS-RETENU-MOTIF
                           STRING "STREAM " WS-DEP-BLOQUANT
                                  " NON TERMINE CE JOUR"
                                  DELIMITED BY SIZE
                                  INTO WS-RETENU-MOTIF
                       END-IF
                       IF FICHIERS-PRETS
                           PERFORM 2050-EXECUTER-STEP-DEB
                              THRU 2050-EXECUTER-STEP-FIN
                       ELSE
                           PERFORM 2800-RETENIR-STEP-DEB
                              THRU 2800-RETENIR-STEP-FIN
                       END-IF
                   ELSE
                       DISPLAY "STEP " JS-STEP-ID
                               " : SAUTE PAR REGLE DE CONDITION"
           MOVE WS-END-AFFICHE TO JA-END-TIME.
           MOVE WS-ELAPSED-SEC TO JA-ELAPSED-SEC.
           MOVE WS-STEP-RECORDS TO JA-RECORDS.
           MOVE WS-RUN-DATE TO JA-BUSINESS-DATE.
           MOVE ZERO TO WS-ELAPSED-SEC.
           MOVE ZERO TO WS-STEP-RECORDS.
           MOVE SPACES TO WS-START-AFFICHE.
       2510-CHERCHER-DERNIER-RC-FIN.
           EXIT.

      * Past the restart point of a relaunch, a step whose last
      * JOB-AUDIT record for the business date is a run within its
      * ceiling - not a held or skipped mark - already did its work
      * in the first launch: running it again would append the same
      * payments, top-ups or notices a second time.
       2520-CONTROLER-DEJA-COMPLETE-DEB.
           MOVE "N" TO WS-AUDIT-RC-TROUVE.
           MOVE ZERO TO WS-AUDIT-DERNIER-RC.

           OPEN INPUT JOB-AUDIT-FILE.
           IF WS-JOB-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-JOB-AUDIT-STATUS = "10"
                   READ JOB-AUDIT-FILE
                       AT END
                           MOVE "10" TO WS-JOB-AUDIT-STATUS
                       NOT AT END
                           PERFORM 1240-DATER-AUDIT-DEB
                              THRU 1240-DATER-AUDIT-FIN
                           IF JA-PROGRAM-ID(1:8) = JS-STEP-ID
                                   AND WS-DATE-AUDIT = WS-RUN-DATE
                               MOVE "Y" TO WS-AUDIT-RC-TROUVE
                               MOVE JA-RETURN-CODE
                                   TO WS-AUDIT-DERNIER-RC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-AUDIT-FILE
           END-IF.

           IF WS-AUDIT-RC-TROUVE = "Y"
                   AND WS-AUDIT-DERNIER-RC NOT = WS-HELD-RC
                   AND WS-AUDIT-DERNIER-RC NOT = WS-SKIPPED-RC
                   AND WS-AUDIT-DERNIER-RC <= JS-MAX-CC
               MOVE "Y" TO WS-DEJA-COMPLETE
           END-IF.
       2520-CONTROLER-DEJA-COMPLETE-FIN.
           EXIT.

       2600-EVALUER-REGLE-DEB.
           MOVE "Y" TO WS-REGLE-AUTORISE.
           IF JS-COND-ONLY OR JS-COND-SKIP
       2600-EVALUER-REGLE-FIN.
           EXIT.

      * The step is held when a file the register names it against
      * has no acceptance in today's arrival log. On a relaunch the
      * file is judged again here, since the arrival check step
      * before the restart point does not run twice.
       2700-CONTROLER-ARRIVEES-DEB.
           MOVE "Y" TO WS-FICHIERS-PRETS.
           OPEN INPUT INBOUND-REGISTER-FILE.
           IF WS-INBOUND-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-INBOUND-REGISTER-STATUS = "10"
                       OR NOT FICHIERS-PRETS
                   READ INBOUND-REGISTER-FILE
                       AT END
                           MOVE "10" TO WS-INBOUND-REGISTER-STATUS
                       NOT AT END
                           MOVE "N" TO WS-DEPENDANT
                           PERFORM VARYING WS-K FROM 1 BY 1
                                   UNTIL WS-K > 3
                               IF IFR-STEP-DEPENDANT(WS-K)
                                       = JS-STEP-ID
                                   MOVE "Y" TO WS-DEPENDANT
                               END-IF
                           END-PERFORM
                           IF IFR-STREAM = WS-STREAM-ID
                                   AND WS-DEPENDANT = "Y"
                               PERFORM 2710-STATUT-DU-JOUR-DEB
                                  THRU 2710-STATUT-DU-JOUR-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INBOUND-REGISTER-FILE
           END-IF.
       2700-CONTROLER-ARRIVEES-FIN.
           EXIT.

       2710-STATUT-DU-JOUR-DEB.
           MOVE SPACE TO WS-STATUT-DU-JOUR.
           OPEN INPUT ARRIVAL-LOG-FILE.
           IF WS-ARRIVAL-STATUS = "00"
               PERFORM UNTIL WS-ARRIVAL-STATUS = "10"
                   READ ARRIVAL-LOG-FILE
                       AT END
                           MOVE "10" TO WS-ARRIVAL-STATUS
                       NOT AT END
                           IF IAL-STREAM = IFR-STREAM
                                   AND IAL-FILE-ID = IFR-FILE-ID
                                   AND IAL-DATE = WS-RUN-DATE
                               MOVE IAL-STATUT TO WS-STATUT-DU-JOUR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARRIVAL-LOG-FILE
           END-IF.

           IF WS-STATUT-DU-JOUR NOT = "O"
                   AND WS-REPRISE-DEMANDEE = "Y"
               CALL "InboundFileCheck" USING INBOUND-FILE-RECORD
                   WS-GATE-ORIGINE WS-GATE-JOURNAL
                   WS-STATUT-DU-JOUR WS-GATE-ENREG
           END-IF.

           IF WS-STATUT-DU-JOUR NOT = "O"
               MOVE "N" TO WS-FICHIERS-PRETS
               MOVE IFR-FILE-ID TO WS-FICHIER-MANQUANT
               MOVE WS-STATUT-DU-JOUR TO WS-STATUT-MANQUANT
               MOVE SPACES TO WS-RETENU-MOTIF
               STRING "FICHIER ENTRANT " WS-FICHIER-MANQUANT
                      " NON ACCEPTE (STATUT " WS-STATUT-MANQUANT ")"
                      DELIMITED BY SIZE INTO WS-RETENU-MOTIF
           END-IF.
       2710-STATUT-DU-JOUR-FIN.
           EXIT.

      * A held step - waiting for a file or for another stream -
      * counts as an error for the stream and keeps its place for
      * the relaunch; the steps after it still run.
       2800-RETENIR-STEP-DEB.
           DISPLAY "STEP " JS-STEP-ID " : RETENU - " WS-RETENU-MOTIF.
           MOVE WS-HELD-RC TO WS-STEP-RC.
           PERFORM 2200-ECRIRE-AUDIT-DEB
              THRU 2200-ECRIRE-AUDIT-FIN.
           PERFORM 2400-MEMORISER-RESULTAT-DEB
              THRU 2400-MEMORISER-RESULTAT-FIN.
           ADD 1 TO WS-HELD-CNT.
           IF WS-PREMIER-RETENU = SPACES
               MOVE JS-STEP-ID TO WS-PREMIER-RETENU
           END-IF.
           IF WS-WORST-RC < 8
               MOVE 8 TO WS-WORST-RC
           END-IF.
       2800-RETENIR-STEP-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE JOB-STEPS-FILE.

      * A completed chain clears the restart request so the next
      * launch starts from the top again, and writes the
      * chain-completion record the calendar check looks for.
      * With steps held for their files or for another stream the
      * chain is not complete: the restart request is left on the
      * first held step. A restart card of another stream is left
      * alone.
           EVALUATE TRUE
               WHEN CHAIN-CONTINUES AND WS-HELD-CNT > ZERO
                   OPEN OUTPUT RESTART-PARM-FILE
                   MOVE WS-PREMIER-RETENU TO RST-STEP-ID
                   MOVE WS-STREAM-ID TO RST-STREAM-ID
                   WRITE RESTART-PARM-RECORD
                   CLOSE RESTART-PARM-FILE
                   DISPLAY "JOB STREAM INCOMPLET - " WS-HELD-CNT
                           " STEP(S) RETENU(S) - REPRISE PREPAREE AU "
                           "STEP " WS-PREMIER-RETENU
               WHEN CHAIN-CONTINUES
                   MOVE WS-WORST-RC TO WS-STEP-RC
                   MOVE WS-STREAM-ID TO WS-AUDIT-STEP-ID
                   MOVE WS-CHAINE-ELAPSED TO WS-ELAPSED-SEC
                   MOVE WS-CHAINE-RECORDS TO WS-STEP-RECORDS
                   PERFORM 2200-ECRIRE-AUDIT-DEB
                      THRU 2200-ECRIRE-AUDIT-FIN
                   IF WS-REPRISE-AUTRE-STREAM = "N"
                       OPEN OUTPUT RESTART-PARM-FILE
                       CLOSE RESTART-PARM-FILE
                   END-IF
                   DISPLAY "JOB STREAM COMPLETE - HIGHEST CONDITION "
                           "CODE " WS-WORST-RC
               WHEN OTHER
                   DISPLAY "JOB STREAM STOPPED - HIGHEST CONDITION "
                           "CODE " WS-WORST-RC
           END-EVALUATE.
       9000-TERMINAISON-FIN.
           EXIT.
