       IDENTIFICATION DIVISION.
       PROGRAM-ID. RideSafetyReport.
       AUTHOR. Mathieu.

      * Monthly safety report for management. For the period on
      * Data/RIDE-SAFETY-PARM.txt - the current month when the file
      * is absent, as for RideMaintenanceCostBatch - the incidents
      * RideIncidentBatch registered are counted by ride and by
      * type of incident: incidents, people involved, people hurt
      * (grade 1 and over), serious incidents and the lockouts they
      * caused, with a total per ride and for the park. The serious
      * incidents of the month are then listed one by one with the
      * work order that immobilised the ride and whether it is
      * still open on the work-order master, so management sees
      * which rides are still down because of them. Nothing is
      * written back; the month can be run again at will.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT INCIDENT-FILE ASSIGN DYNAMIC WS-INCIDENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.

           SELECT WORK-ORDER-FILE ASSIGN DYNAMIC WS-WO-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  RIDE-SAFETY-PARM.
           05 PRM-PERIODE           PIC 9(6).

       FD  INCIDENT-FILE.
           COPY "RideIncident.cpy".

       FD  WORK-ORDER-FILE.
           COPY "RideWorkOrder.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/RIDE-SAFETY-PARM.txt".
       01  WS-INCIDENT-PATH         PIC X(40)
                                 VALUE "Data/RIDE-INCIDENTS.txt".
       01  WS-WO-PATH               PIC X(40)
                                 VALUE "Data/RIDE-WORK-ORDERS.txt".
       01  WS-REPORT-PATH           PIC X(40)
                                 VALUE "Data/RIDE-SAFETY-REPORT.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-INCIDENT-STATUS       PIC XX.
       01  WS-WO-STATUS             PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-PERIODE        PIC 9(6).
           05 FILLER                PIC 9(2).
       01  WS-RUN-DATE-EDITION REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).
       01  WS-PERIODE               PIC 9(6).

      * One entry per ride and type of incident, kept in ride then
      * type order so the rides can be totalled as they are
      * printed.
       01  WS-CASE-CNT              PIC 9(3) VALUE ZERO.
       01  WS-K                     PIC 9(3).
       01  WS-J                     PIC 9(3).
       01  WS-CASE-TABLE.
           05 WS-CASE-ENTRY OCCURS 300 TIMES
                   DEPENDING ON WS-CASE-CNT.
               10 WS-CA-CLE.
                   15 WS-CA-MANEGE  PIC X(10).
                   15 WS-CA-TYPE    PIC X(2).
               10 WS-CA-INCIDENTS   PIC 9(5).
               10 WS-CA-PERSONNES   PIC 9(5).
               10 WS-CA-BLESSES     PIC 9(5).
               10 WS-CA-GRAVES      PIC 9(5).
               10 WS-CA-ARRETS      PIC 9(5).
       01  WS-CLE-LUE.
           05 WS-CL-MANEGE          PIC X(10).
           05 WS-CL-TYPE            PIC X(2).

      * The month's serious incidents, for the list that closes the
      * report.
       01  WS-GRAVE-CNT             PIC 9(3) VALUE ZERO.
       01  WS-G                     PIC 9(3).
       01  WS-GRAVE-TABLE.
           05 WS-GRAVE-ENTRY OCCURS 500 TIMES
                   DEPENDING ON WS-GRAVE-CNT.
               10 WS-GR-INCIDENT    PIC 9(6).
               10 WS-GR-DATE        PIC 9(8).
               10 WS-GR-HEURE       PIC 9(4).
               10 WS-GR-MANEGE      PIC X(10).
               10 WS-GR-SESSION     PIC 9(3).
               10 WS-GR-TYPE        PIC X(2).
               10 WS-GR-OT          PIC 9(6).
               10 WS-GR-ETAT        PIC X(12).

       01  WS-MANEGE-PRECEDENT      PIC X(10).
       01  WS-SOUS-TOTAL.
           05 WS-ST-INCIDENTS       PIC 9(5).
           05 WS-ST-PERSONNES       PIC 9(5).
           05 WS-ST-BLESSES         PIC 9(5).
           05 WS-ST-GRAVES          PIC 9(5).
           05 WS-ST-ARRETS          PIC 9(5).
       01  WS-TOTAL.
           05 WS-TO-INCIDENTS       PIC 9(5) VALUE ZERO.
           05 WS-TO-PERSONNES       PIC 9(5) VALUE ZERO.
           05 WS-TO-BLESSES         PIC 9(5) VALUE ZERO.
           05 WS-TO-GRAVES          PIC 9(5) VALUE ZERO.
           05 WS-TO-ARRETS          PIC 9(5) VALUE ZERO.
       01  WS-LUS-CNT               PIC 9(6) VALUE ZERO.

       01  WS-INCIDENTS-EDITE       PIC ZZZZ9.
       01  WS-PERSONNES-EDITE       PIC ZZZZ9.
       01  WS-BLESSES-EDITE         PIC ZZZZ9.
       01  WS-GRAVES-EDITE          PIC ZZZZ9.
       01  WS-ARRETS-EDITE          PIC ZZZZ9.
       01  WS-LIBELLE-TYPE          PIC X(12).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-LIRE-INCIDENTS-DEB
              THRU 2000-LIRE-INCIDENTS-FIN.

           PERFORM 2500-ETAT-ORDRES-DEB
              THRU 2500-ETAT-ORDRES-FIN.

           MOVE SPACES TO WS-MANEGE-PRECEDENT.
           PERFORM 3000-EDITER-CASE-DEB
              THRU 3000-EDITER-CASE-FIN
              VARYING WS-K FROM 1 BY 1
              UNTIL WS-K > WS-CASE-CNT.
           IF WS-CASE-CNT > ZERO
               PERFORM 3100-EDITER-SOUS-TOTAL-DEB
                  THRU 3100-EDITER-SOUS-TOTAL-FIN
           END-IF.

           PERFORM 4000-EDITER-GRAVES-DEB
              THRU 4000-EDITER-GRAVES-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

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
           DISPLAY "RAPPORT DE SECURITE DES MANEGES - PERIODE "
                   WS-PERIODE.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE "RideSafetyReport" TO RH-PROGRAM-ID.
           MOVE "SECURITE MANEGES" TO RH-REPORT-TITLE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           PERFORM 8000-ECRIRE-ENTETE-DEB
              THRU 8000-ECRIRE-ENTETE-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

      * No register means no incident: the report says so.
       2000-LIRE-INCIDENTS-DEB.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = "00"
               PERFORM UNTIL WS-INCIDENT-STATUS = "10"
                   READ INCIDENT-FILE
                       AT END
                           MOVE "10" TO WS-INCIDENT-STATUS
                       NOT AT END
                           IF INC-PERIODE = WS-PERIODE
                               PERFORM 2100-CUMULER-INCIDENT-DEB
                                  THRU 2100-CUMULER-INCIDENT-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF.
       2000-LIRE-INCIDENTS-FIN.
           EXIT.

       2100-CUMULER-INCIDENT-DEB.
           ADD 1 TO WS-LUS-CNT.
           MOVE INC-MANEGE TO WS-CL-MANEGE.
           MOVE INC-TYPE TO WS-CL-TYPE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CASE-CNT
                      OR WS-CA-CLE(WS-K) >= WS-CLE-LUE
               CONTINUE
           END-PERFORM.
           IF WS-K > WS-CASE-CNT
                   OR WS-CA-CLE(WS-K) NOT = WS-CLE-LUE
               PERFORM 2200-INSERER-CASE-DEB
                  THRU 2200-INSERER-CASE-FIN
           END-IF.

           ADD 1 TO WS-CA-INCIDENTS(WS-K).
           ADD INC-PERSONNES TO WS-CA-PERSONNES(WS-K).
           ADD INC-BLESSES TO WS-CA-BLESSES(WS-K).
           IF INC-GRAVE
               ADD 1 TO WS-CA-GRAVES(WS-K)
               PERFORM 2300-RETENIR-GRAVE-DEB
                  THRU 2300-RETENIR-GRAVE-FIN
           END-IF.
           IF INC-OT-ID > ZERO
               ADD 1 TO WS-CA-ARRETS(WS-K)
           END-IF.
       2100-CUMULER-INCIDENT-FIN.
           EXIT.

      * A new ride and type takes its place at WS-K, the entries
      * after it moving down one.
       2200-INSERER-CASE-DEB.
           IF WS-CASE-CNT >= 300
               DISPLAY "TABLE DES MANEGES ET TYPES PLEINE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CASE-CNT.
           PERFORM VARYING WS-J FROM WS-CASE-CNT BY -1
                   UNTIL WS-J <= WS-K
               MOVE WS-CASE-ENTRY(WS-J - 1) TO WS-CASE-ENTRY(WS-J)
           END-PERFORM.
           MOVE WS-CLE-LUE TO WS-CA-CLE(WS-K).
           MOVE ZERO TO WS-CA-INCIDENTS(WS-K) WS-CA-PERSONNES(WS-K)
                        WS-CA-BLESSES(WS-K) WS-CA-GRAVES(WS-K)
                        WS-CA-ARRETS(WS-K).
       2200-INSERER-CASE-FIN.
           EXIT.

       2300-RETENIR-GRAVE-DEB.
           IF WS-GRAVE-CNT >= 500
               DISPLAY "TABLE DES INCIDENTS GRAVES PLEINE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-GRAVE-CNT.
           MOVE INC-ID TO WS-GR-INCIDENT(WS-GRAVE-CNT).
           MOVE INC-DATE TO WS-GR-DATE(WS-GRAVE-CNT).
           MOVE INC-HEURE TO WS-GR-HEURE(WS-GRAVE-CNT).
           MOVE INC-MANEGE TO WS-GR-MANEGE(WS-GRAVE-CNT).
           MOVE INC-SESSION TO WS-GR-SESSION(WS-GRAVE-CNT).
           MOVE INC-TYPE TO WS-GR-TYPE(WS-GRAVE-CNT).
           MOVE INC-OT-ID TO WS-GR-OT(WS-GRAVE-CNT).
           IF INC-OT-ID > ZERO
               MOVE "INCONNU" TO WS-GR-ETAT(WS-GRAVE-CNT)
           ELSE
               MOVE "SANS ORDRE" TO WS-GR-ETAT(WS-GRAVE-CNT)
           END-IF.
       2300-RETENIR-GRAVE-FIN.
           EXIT.

      * Where each serious incident's work order stands today.
       2500-ETAT-ORDRES-DEB.
           IF WS-GRAVE-CNT > ZERO
               OPEN INPUT WORK-ORDER-FILE
               IF WS-WO-STATUS = "00"
                   PERFORM UNTIL WS-WO-STATUS = "10"
                       READ WORK-ORDER-FILE
                           AT END
                               MOVE "10" TO WS-WO-STATUS
                           NOT AT END
                               PERFORM 2600-NOTER-ORDRE-DEB
                                  THRU 2600-NOTER-ORDRE-FIN
                       END-READ
                   END-PERFORM
                   CLOSE WORK-ORDER-FILE
               END-IF
           END-IF.
       2500-ETAT-ORDRES-FIN.
           EXIT.

       2600-NOTER-ORDRE-DEB.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GRAVE-CNT
               IF WS-GR-OT(WS-G) = WO-ID
                   IF WO-CLOS
                       MOVE SPACES TO WS-GR-ETAT(WS-G)
                       STRING "LEVE " WO-DATE-CLOTURE(3:6)
                              DELIMITED BY SIZE INTO WS-GR-ETAT(WS-G)
                   ELSE
                       MOVE "IMMOBILISE" TO WS-GR-ETAT(WS-G)
                   END-IF
               END-IF
           END-PERFORM.
       2600-NOTER-ORDRE-FIN.
           EXIT.

      * A ride's lines are followed by its total when the next ride
      * begins.
       3000-EDITER-CASE-DEB.
           IF WS-CA-MANEGE(WS-K) NOT = WS-MANEGE-PRECEDENT
               IF WS-K > 1
                   PERFORM 3100-EDITER-SOUS-TOTAL-DEB
                      THRU 3100-EDITER-SOUS-TOTAL-FIN
               END-IF
               MOVE WS-CA-MANEGE(WS-K) TO WS-MANEGE-PRECEDENT
               INITIALIZE WS-SOUS-TOTAL
           END-IF.

           ADD WS-CA-INCIDENTS(WS-K) TO WS-ST-INCIDENTS WS-TO-INCIDENTS.
           ADD WS-CA-PERSONNES(WS-K) TO WS-ST-PERSONNES WS-TO-PERSONNES.
           ADD WS-CA-BLESSES(WS-K) TO WS-ST-BLESSES WS-TO-BLESSES.
           ADD WS-CA-GRAVES(WS-K) TO WS-ST-GRAVES WS-TO-GRAVES.
           ADD WS-CA-ARRETS(WS-K) TO WS-ST-ARRETS WS-TO-ARRETS.

           EVALUATE WS-CA-TYPE(WS-K)
               WHEN "BL"
                   MOVE "BLESSURE" TO WS-LIBELLE-TYPE
               WHEN "CH"
                   MOVE "CHUTE" TO WS-LIBELLE-TYPE
               WHEN "MA"
                   MOVE "MALAISE" TO WS-LIBELLE-TYPE
               WHEN "AR"
                   MOVE "ARRET MANEGE" TO WS-LIBELLE-TYPE
               WHEN "EV"
                   MOVE "EVACUATION" TO WS-LIBELLE-TYPE
               WHEN OTHER
                   MOVE "AUTRE" TO WS-LIBELLE-TYPE
           END-EVALUATE.
           MOVE WS-CA-INCIDENTS(WS-K) TO WS-INCIDENTS-EDITE.
           MOVE WS-CA-PERSONNES(WS-K) TO WS-PERSONNES-EDITE.
           MOVE WS-CA-BLESSES(WS-K) TO WS-BLESSES-EDITE.
           MOVE WS-CA-GRAVES(WS-K) TO WS-GRAVES-EDITE.
           MOVE WS-CA-ARRETS(WS-K) TO WS-ARRETS-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-CA-MANEGE(WS-K) " " WS-CA-TYPE(WS-K) " "
                  WS-LIBELLE-TYPE "      " WS-INCIDENTS-EDITE "      "
                  WS-PERSONNES-EDITE "    " WS-BLESSES-EDITE "   "
                  WS-GRAVES-EDITE "        " WS-ARRETS-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
       3000-EDITER-CASE-FIN.
           EXIT.

       3100-EDITER-SOUS-TOTAL-DEB.
           MOVE WS-ST-INCIDENTS TO WS-INCIDENTS-EDITE.
           MOVE WS-ST-PERSONNES TO WS-PERSONNES-EDITE.
           MOVE WS-ST-BLESSES TO WS-BLESSES-EDITE.
           MOVE WS-ST-GRAVES TO WS-GRAVES-EDITE.
           MOVE WS-ST-ARRETS TO WS-ARRETS-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  TOTAL " WS-MANEGE-PRECEDENT "              "
                  WS-INCIDENTS-EDITE "      "
                  WS-PERSONNES-EDITE "    " WS-BLESSES-EDITE "   "
                  WS-GRAVES-EDITE "        " WS-ARRETS-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
       3100-EDITER-SOUS-TOTAL-FIN.
           EXIT.

      * The park's total, then each serious incident of the month
      * and where its work order stands.
       4000-EDITER-GRAVES-DEB.
           MOVE WS-TO-INCIDENTS TO WS-INCIDENTS-EDITE.
           MOVE WS-TO-PERSONNES TO WS-PERSONNES-EDITE.
           MOVE WS-TO-BLESSES TO WS-BLESSES-EDITE.
           MOVE WS-TO-GRAVES TO WS-GRAVES-EDITE.
           MOVE WS-TO-ARRETS TO WS-ARRETS-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL DU PARC                   "
                  WS-INCIDENTS-EDITE "      "
                  WS-PERSONNES-EDITE "    " WS-BLESSES-EDITE "   "
                  WS-GRAVES-EDITE "        " WS-ARRETS-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           IF WS-CASE-CNT = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE "AUCUN INCIDENT ENREGISTRE SUR LA PERIODE"
                   TO REPORT-LINE
               PERFORM 8100-ECRIRE-LIGNE-DEB
                  THRU 8100-ECRIRE-LIGNE-FIN
           END-IF.

           IF WS-GRAVE-CNT > ZERO
               MOVE SPACES TO REPORT-LINE
               PERFORM 8100-ECRIRE-LIGNE-DEB
                  THRU 8100-ECRIRE-LIGNE-FIN
               MOVE "INCIDENTS GRAVES DE LA PERIODE" TO REPORT-LINE
               PERFORM 8100-ECRIRE-LIGNE-DEB
                  THRU 8100-ECRIRE-LIGNE-FIN
               PERFORM VARYING WS-G FROM 1 BY 1
                       UNTIL WS-G > WS-GRAVE-CNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  INCIDENT " WS-GR-INCIDENT(WS-G)
                          " DU " WS-GR-DATE(WS-G)
                          " A " WS-GR-HEURE(WS-G)
                          " " WS-GR-MANEGE(WS-G)
                          " SESSION " WS-GR-SESSION(WS-G)
                          " TYPE " WS-GR-TYPE(WS-G)
                          " OT " WS-GR-OT(WS-G)
                          " " WS-GR-ETAT(WS-G)
                          DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM 8100-ECRIRE-LIGNE-DEB
                      THRU 8100-ECRIRE-LIGNE-FIN
               END-PERFORM
           END-IF.
       4000-EDITER-GRAVES-FIN.
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
           STRING "INCIDENTS SUR MANEGES DE LA PERIODE " WS-PERIODE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MANEGE     TYPE             INCIDENTS  PERSONNES"
                  "  BLESSES  GRAVES  IMMOBILISES"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 3 TO RH-LINE-COUNT.
       8000-ECRIRE-ENTETE-FIN.
           EXIT.

       8100-ECRIRE-LIGNE-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               PERFORM 8000-ECRIRE-ENTETE-DEB
                  THRU 8000-ECRIRE-ENTETE-FIN
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       8100-ECRIRE-LIGNE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "RAPPORT DE SECURITE DES MANEGES TERMINE.".
           DISPLAY "INCIDENTS DU MOIS     : " WS-TO-INCIDENTS.
           DISPLAY "PERSONNES BLESSEES    : " WS-TO-BLESSES.
           DISPLAY "INCIDENTS GRAVES      : " WS-TO-GRAVES.
           DISPLAY "MANEGES IMMOBILISES   : " WS-TO-ARRETS.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
