       IDENTIFICATION DIVISION.
       PROGRAM-ID. RideIncidentBatch.
       AUTHOR. Mathieu.

      * Visitor incident and injury register - the handwritten form
      * the insurer could get nothing out of. The intake
      * Data/RIDE-INCIDENT-TXN.txt holds one I line per incident -
      * date (blank for the run date), time HHMM, ride, session,
      * type (BL injury, CH fall, MA taken ill, AR ride stopped in
      * session, EV evacuation, AU other), grade (0 unhurt, 1 first
      * aid, 2 medical care, 3 serious) and the action taken - each
      * followed by a V line per person involved: the visitor id of
      * the boarding manifest and/or the name signed in on the
      * visitor log, that person's grade and injury. An incident
      * with nobody hurt, a stopped ride, may have no V line.
      * Each incident accepted is numbered after the last one and
      * appended to the incident register (RideIncident.cpy), its
      * people to the incident persons file (RideIncidentPerson.cpy)
      * as they were matched: the visitor id against the day's
      * boarding manifest for the incident's session, the name
      * against the day's sign-ins on VISITOR-LOG. The manifest
      * RideSessionScheduler leaves only holds the day it last
      * built, so an incident of an earlier day is matched on the
      * visitor log alone. The operator on duty is the one the
      * manifest puts at the controls of the session or, when
      * there is no manifest for the day, the one the shift roster
      * puts there.
      * A serious incident (grade 3, of the incident or of anyone
      * in it) immobilises the ride as a failed inspection does: a
      * work order raised from the incident (origin S) is opened on
      * the work-order master, immobilising the ride, and the day
      * of the incident is entered on the lockout register from the
      * incident's session on, so RideClosureImpact refunds the
      * tickets of the sessions lost. From the next day
      * RideInspectionBatch keeps the ride on the lockout register
      * and the scheduler boards nobody until RideWorkOrderBatch
      * closes the work order.
      * An incident already on the register (same ride, date, time
      * and session) is not entered again. Rejected lines go to
      * suspense; they, a person found neither on the manifest nor
      * on the visitor log and an incident with no operator on duty
      * end the run with condition code 4. The day's incident
      * report lists each incident with its people, its operator
      * and the lockout it caused; RideSafetyReport gives the
      * month's picture.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT INCIDENT-FILE ASSIGN DYNAMIC WS-INCIDENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.

           SELECT PERSON-FILE ASSIGN DYNAMIC WS-PERSON-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PERSON-STATUS.

           SELECT MANIFEST-FILE ASSIGN DYNAMIC WS-MANIFEST-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT VISITOR-LOG-FILE ASSIGN DYNAMIC WS-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT ROSTER-FILE ASSIGN DYNAMIC WS-ROSTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT WORK-ORDER-FILE ASSIGN DYNAMIC WS-WO-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.

           SELECT LOCKOUT-FILE ASSIGN DYNAMIC WS-LOCKOUT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKOUT-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01  INCIDENT-TRANSACTION.
           05 ITX-TYPE-LIGNE        PIC X(1).
               88 ITX-INCIDENT      VALUE "I".
               88 ITX-PERSONNE      VALUE "V".
           05 ITX-INCIDENT-ZONES.
               10 ITX-DATE-X        PIC X(8).
               10 ITX-DATE REDEFINES ITX-DATE-X
                                    PIC 9(8).
               10 ITX-HEURE-X       PIC X(4).
               10 ITX-HEURE REDEFINES ITX-HEURE-X.
                   15 ITX-HH        PIC 9(2).
                   15 ITX-MM        PIC 9(2).
               10 ITX-MANEGE        PIC X(10).
               10 ITX-SESSION-X     PIC X(3).
               10 ITX-SESSION REDEFINES ITX-SESSION-X
                                    PIC 9(3).
               10 ITX-TYPE          PIC X(2).
               10 ITX-GRAVITE       PIC X(1).
               10 ITX-ACTIONS       PIC X(40).
           05 ITX-PERSONNE-ZONES REDEFINES ITX-INCIDENT-ZONES.
               10 ITX-VISITEUR      PIC X(5).
               10 ITX-NOM           PIC X(12).
               10 ITX-GRAVITE-P     PIC X(1).
               10 ITX-BLESSURE      PIC X(30).
               10 FILLER            PIC X(20).

       FD  INCIDENT-FILE.
           COPY "RideIncident.cpy".

       FD  PERSON-FILE.
           COPY "RideIncidentPerson.cpy".

       FD  MANIFEST-FILE.
       01  MANIFEST-LINE            PIC X(60).

       FD  VISITOR-LOG-FILE.
       01  VISITOR-LOG-RECORD.
           05 LOG-NOM               PIC X(12).
           05 FILLER                PIC X(1).
           05 LOG-JOUR              PIC X(10).
           05 FILLER                PIC X(10).
           05 LOG-TYPE              PIC X(3).

       FD  ROSTER-FILE.
           COPY "RideShiftRoster.cpy".

       FD  WORK-ORDER-FILE.
           COPY "RideWorkOrder.cpy".

       FD  LOCKOUT-FILE.
           COPY "RideLockout.cpy".

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(120).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/RIDE-INCIDENT-TXN.txt".
       01  WS-INCIDENT-PATH         PIC X(40)
                                 VALUE "Data/RIDE-INCIDENTS.txt".
       01  WS-PERSON-PATH           PIC X(40)
                                 VALUE "Data/RIDE-INCIDENT-PERSONS.txt".
       01  WS-MANIFEST-PATH         PIC X(40)
                                 VALUE "Data/BOARDING-MANIFESTS.txt".
       01  WS-LOG-PATH              PIC X(40)
                                 VALUE "Data/VISITOR-LOG.txt".
       01  WS-ROSTER-PATH           PIC X(40)
                                 VALUE "Data/RIDE-SHIFT-ROSTER.txt".
       01  WS-WO-PATH               PIC X(40)
                                 VALUE "Data/RIDE-WORK-ORDERS.txt".
       01  WS-LOCKOUT-PATH          PIC X(40)
                                 VALUE "Data/RIDE-LOCKOUT.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/RIDE-INCIDENT-ERR.txt".
       01  WS-REPORT-PATH           PIC X(40)
                                 VALUE "Data/RIDE-INCIDENT-REPORT.txt".
       01  WS-TXN-STATUS            PIC XX.
       01  WS-INCIDENT-STATUS       PIC XX.
       01  WS-PERSON-STATUS         PIC XX.
       01  WS-MANIFEST-STATUS       PIC XX.
       01  WS-LOG-STATUS            PIC XX.
       01  WS-ROSTER-STATUS         PIC XX.
       01  WS-WO-STATUS             PIC XX.
       01  WS-LOCKOUT-STATUS        PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-DATE-VALIDE           PIC X.
       01  WS-MOTIF-REJET           PIC X(40).

      * The incident being gathered: the I line accepted, waiting
      * for its V lines.
       01  WS-INCIDENT-SWITCH       PIC X VALUE "N".
           88 INCIDENT-EN-COURS     VALUE "Y".
       01  WS-INCIDENT-REJETE       PIC X VALUE "N".
           88 INCIDENT-REJETE       VALUE "Y".
       01  WS-PERS-CNT              PIC 9(3) VALUE ZERO.
       01  WS-P                     PIC 9(3).
       01  WS-PERS-TABLE.
           05 WS-PERS-ENTRY OCCURS 99 TIMES.
               10 WS-P-RECORD       PIC X(56).
       01  WS-JOUR-INCIDENT         PIC X(10).

      * The day's boarding manifest: who sat in which session, and
      * who was at the controls.
       01  WS-MANIFESTE-SWITCH      PIC X VALUE "N".
           88 MANIFESTE-DU-JOUR     VALUE "Y".
       01  WS-SESSION-COURANTE      PIC 9(3) VALUE ZERO.
       01  WS-PLACE-CNT             PIC 9(5) VALUE ZERO.
       01  WS-M                     PIC 9(5).
       01  WS-PLACE-TABLE.
           05 WS-PLACE-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-PLACE-CNT.
               10 WS-PL-SESSION     PIC 9(3).
               10 WS-PL-VISITEUR    PIC X(5).
       01  WS-OPERATEUR-TABLE.
           05 WS-OP-SESSION OCCURS 999 TIMES
                                    PIC X(6).

       01  WS-ROSTER-CNT            PIC 9(4) VALUE ZERO.
       01  WS-R                     PIC 9(4).
       01  WS-ROSTER-TABLE.
           05 WS-ROSTER-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON WS-ROSTER-CNT.
               10 WS-RO-DATE        PIC 9(8).
               10 WS-RO-DEBUT       PIC 9(3).
               10 WS-RO-FIN         PIC 9(3).
               10 WS-RO-EMP-ID      PIC X(6).

       01  WS-ENTREE-CNT            PIC 9(5) VALUE ZERO.
       01  WS-V                     PIC 9(5).
       01  WS-ENTREE-TABLE.
           05 WS-ENTREE-ENTRY OCCURS 20000 TIMES
                   DEPENDING ON WS-ENTREE-CNT.
               10 WS-EN-JOUR        PIC X(10).
               10 WS-EN-NOM         PIC X(12).

      * The incidents already registered, to keep a line from being
      * entered twice.
       01  WS-CONNU-CNT             PIC 9(5) VALUE ZERO.
       01  WS-C                     PIC 9(5).
       01  WS-CONNU-TABLE.
           05 WS-CONNU-ENTRY OCCURS 20000 TIMES
                   DEPENDING ON WS-CONNU-CNT.
               10 WS-CO-CLE         PIC X(25).
       01  WS-CLE-INCIDENT.
           05 WS-CLE-MANEGE         PIC X(10).
           05 WS-CLE-DATE           PIC 9(8).
           05 WS-CLE-HEURE          PIC 9(4).
           05 WS-CLE-SESSION        PIC 9(3).
       01  WS-DEJA-CONNU            PIC X VALUE "N".

       01  WS-DERNIER-INCIDENT      PIC 9(6) VALUE ZERO.
       01  WS-DERNIER-OT            PIC 9(6) VALUE ZERO.
       01  WS-VERROU-EXISTE         PIC X VALUE "N".
       01  WS-TROUVE                PIC X.
       01  WS-AVERTISSEMENT         PIC X(40).

       01  WS-LUS-CNT               PIC 9(5) VALUE ZERO.
       01  WS-INCIDENTS-CNT         PIC 9(5) VALUE ZERO.
       01  WS-PERSONNES-CNT         PIC 9(5) VALUE ZERO.
       01  WS-GRAVES-CNT            PIC 9(5) VALUE ZERO.
       01  WS-NON-RETROUVES-CNT     PIC 9(5) VALUE ZERO.
       01  WS-SANS-OPERATEUR-CNT    PIC 9(5) VALUE ZERO.
       01  WS-REJETS-CNT            PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITEMENT-DEB
              THRU 2000-TRAITEMENT-FIN
              UNTIL END-OF-FILE.

           PERFORM 3000-CLORE-INCIDENT-DEB
              THRU 3000-CLORE-INCIDENT-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-CHARGER-INCIDENTS-DEB
              THRU 1100-CHARGER-INCIDENTS-FIN.
           PERFORM 1200-CHARGER-MANIFESTE-DEB
              THRU 1200-CHARGER-MANIFESTE-FIN.
           PERFORM 1300-CHARGER-ENTREES-DEB
              THRU 1300-CHARGER-ENTREES-FIN.
           PERFORM 1400-CHARGER-PLANNING-DEB
              THRU 1400-CHARGER-PLANNING-FIN.
           PERFORM 1500-LIRE-ORDRES-DEB
              THRU 1500-LIRE-ORDRES-FIN.

           OPEN EXTEND INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = "05" OR WS-INCIDENT-STATUS = "35"
               OPEN OUTPUT INCIDENT-FILE
           END-IF.
           IF WS-INCIDENT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE INCIDENT-FILE: "
                       WS-INCIDENT-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND PERSON-FILE.
           IF WS-PERSON-STATUS = "05" OR WS-PERSON-STATUS = "35"
               OPEN OUTPUT PERSON-FILE
           END-IF.
           IF WS-PERSON-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE PERSON-FILE: "
                       WS-PERSON-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND WORK-ORDER-FILE.
           IF WS-WO-STATUS = "05" OR WS-WO-STATUS = "35"
               OPEN OUTPUT WORK-ORDER-FILE
           END-IF.
           IF WS-WO-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE WORK-ORDER-FILE: "
                       WS-WO-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SUSPENSE-FILE: "
                       WS-SUSPENSE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.
           MOVE "RideIncidentBatch" TO RH-PROGRAM-ID.
           MOVE "INCIDENTS DU JOUR" TO RH-REPORT-TITLE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-STATUS = "35"
               DISPLAY "AUCUN INCIDENT DECLARE"
               SET END-OF-FILE TO TRUE
           ELSE
               IF WS-TXN-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE TRANSACTION-FILE: "
                           WS-TXN-STATUS
                   STOP RUN
               END-IF
               PERFORM 2100-LIRE-TRANSACTION-DEB
                  THRU 2100-LIRE-TRANSACTION-FIN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

      * The last incident number given and the key of every
      * incident already registered.
       1100-CHARGER-INCIDENTS-DEB.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = "00"
               PERFORM UNTIL WS-INCIDENT-STATUS = "10"
                   READ INCIDENT-FILE
                       AT END
                           MOVE "10" TO WS-INCIDENT-STATUS
                       NOT AT END
                           IF WS-CONNU-CNT >= 20000
                               DISPLAY "TABLE DES INCIDENTS PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           IF INC-ID > WS-DERNIER-INCIDENT
                               MOVE INC-ID TO WS-DERNIER-INCIDENT
                           END-IF
                           ADD 1 TO WS-CONNU-CNT
                           MOVE INC-MANEGE TO WS-CLE-MANEGE
                           MOVE INC-DATE TO WS-CLE-DATE
                           MOVE INC-HEURE TO WS-CLE-HEURE
                           MOVE INC-SESSION TO WS-CLE-SESSION
                           MOVE WS-CLE-INCIDENT
                               TO WS-CO-CLE(WS-CONNU-CNT)
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF.
       1100-CHARGER-INCIDENTS-FIN.
           EXIT.

      * A session heading names its operator; each seat line under
      * it names the visitor boarded - a reserved seat carries the
      * booking instead, and no visitor id.
       1200-CHARGER-MANIFESTE-DEB.
           MOVE SPACES TO WS-OPERATEUR-TABLE.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS = "00"
               SET MANIFESTE-DU-JOUR TO TRUE
               PERFORM UNTIL WS-MANIFEST-STATUS = "10"
                   READ MANIFEST-FILE
                       AT END
                           MOVE "10" TO WS-MANIFEST-STATUS
                       NOT AT END
                           PERFORM 1250-LIRE-LIGNE-MANIFESTE-DEB
                              THRU 1250-LIRE-LIGNE-MANIFESTE-FIN
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF.
       1200-CHARGER-MANIFESTE-FIN.
           EXIT.

       1250-LIRE-LIGNE-MANIFESTE-DEB.
           EVALUATE TRUE
               WHEN MANIFEST-LINE(1:12) = "=== SESSION "
                       AND MANIFEST-LINE(13:3) IS NUMERIC
                   MOVE MANIFEST-LINE(13:3) TO WS-SESSION-COURANTE
                   IF WS-SESSION-COURANTE > ZERO
                       MOVE MANIFEST-LINE(44:6)
                           TO WS-OP-SESSION(WS-SESSION-COURANTE)
                   END-IF
               WHEN MANIFEST-LINE(1:8) = "  PLACE "
                       AND MANIFEST-LINE(15:5) NOT = "RESA "
                       AND WS-SESSION-COURANTE > ZERO
                   IF WS-PLACE-CNT >= 9999
                       DISPLAY "TABLE DU MANIFESTE PLEINE"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PLACE-CNT
                   MOVE WS-SESSION-COURANTE
                       TO WS-PL-SESSION(WS-PLACE-CNT)
                   MOVE MANIFEST-LINE(15:5)
                       TO WS-PL-VISITEUR(WS-PLACE-CNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1250-LIRE-LIGNE-MANIFESTE-FIN.
           EXIT.

      * Every arrival on the visitor log - a blank type is an
      * arrival written before departures were logged.
       1300-CHARGER-ENTREES-DEB.
           OPEN INPUT VISITOR-LOG-FILE.
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL WS-LOG-STATUS = "10"
                   READ VISITOR-LOG-FILE
                       AT END
                           MOVE "10" TO WS-LOG-STATUS
                       NOT AT END
                           IF LOG-TYPE NOT = "OUT"
                               IF WS-ENTREE-CNT >= 20000
                                   DISPLAY "TABLE DES ENTREES PLEINE"
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-ENTREE-CNT
                               MOVE LOG-JOUR
                                   TO WS-EN-JOUR(WS-ENTREE-CNT)
                               MOVE LOG-NOM
                                   TO WS-EN-NOM(WS-ENTREE-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VISITOR-LOG-FILE
           END-IF.
       1300-CHARGER-ENTREES-FIN.
           EXIT.

       1400-CHARGER-PLANNING-DEB.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS = "00"
               PERFORM UNTIL WS-ROSTER-STATUS = "10"
                   READ ROSTER-FILE
                       AT END
                           MOVE "10" TO WS-ROSTER-STATUS
                       NOT AT END
                           IF WS-ROSTER-CNT >= 2000
                               DISPLAY "TABLE DU PLANNING PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-ROSTER-CNT
                           MOVE RSR-DATE TO WS-RO-DATE(WS-ROSTER-CNT)
                           MOVE RSR-SESSION-DEBUT
                               TO WS-RO-DEBUT(WS-ROSTER-CNT)
                           MOVE RSR-SESSION-FIN
                               TO WS-RO-FIN(WS-ROSTER-CNT)
                           MOVE RSR-EMP-ID
                               TO WS-RO-EMP-ID(WS-ROSTER-CNT)
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.
       1400-CHARGER-PLANNING-FIN.
           EXIT.

      * The last work-order number given.
       1500-LIRE-ORDRES-DEB.
           OPEN INPUT WORK-ORDER-FILE.
           IF WS-WO-STATUS = "00"
               PERFORM UNTIL WS-WO-STATUS = "10"
                   READ WORK-ORDER-FILE
                       AT END
                           MOVE "10" TO WS-WO-STATUS
                       NOT AT END
                           IF WO-ID > WS-DERNIER-OT
                               MOVE WO-ID TO WS-DERNIER-OT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-ORDER-FILE
           END-IF.
       1500-LIRE-ORDRES-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-LUS-CNT.
           MOVE SPACES TO WS-MOTIF-REJET.

           EVALUATE TRUE
               WHEN ITX-INCIDENT
                   PERFORM 3000-CLORE-INCIDENT-DEB
                      THRU 3000-CLORE-INCIDENT-FIN
                   PERFORM 2200-OUVRIR-INCIDENT-DEB
                      THRU 2200-OUVRIR-INCIDENT-FIN
               WHEN ITX-PERSONNE AND INCIDENT-EN-COURS
                   PERFORM 2300-AJOUTER-PERSONNE-DEB
                      THRU 2300-AJOUTER-PERSONNE-FIN
               WHEN ITX-PERSONNE AND INCIDENT-REJETE
                   MOVE "INCIDENT REJETE" TO WS-MOTIF-REJET
               WHEN ITX-PERSONNE
                   MOVE "PERSONNE SANS INCIDENT" TO WS-MOTIF-REJET
               WHEN OTHER
                   MOVE "TYPE DE LIGNE INCONNU" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
               PERFORM 2800-REJETER-DEB
                  THRU 2800-REJETER-FIN
           END-IF.

           PERFORM 2100-LIRE-TRANSACTION-DEB
              THRU 2100-LIRE-TRANSACTION-FIN.
       2000-TRAITEMENT-FIN.
           EXIT.

       2100-LIRE-TRANSACTION-DEB.
           READ TRANSACTION-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       2100-LIRE-TRANSACTION-FIN.
           EXIT.

      * An incident line: checked, then held in the record area
      * until its people have been read.
       2200-OUVRIR-INCIDENT-DEB.
           MOVE "N" TO WS-INCIDENT-REJETE.
           MOVE SPACES TO RIDE-INCIDENT-RECORD.
           IF ITX-DATE-X = SPACES
               MOVE WS-RUN-DATE TO INC-DATE
           ELSE
               IF ITX-DATE-X IS NUMERIC
                   CALL "DateValidator" USING ITX-DATE WS-DATE-VALIDE
               ELSE
                   MOVE "N" TO WS-DATE-VALIDE
               END-IF
               IF WS-DATE-VALIDE NOT = "Y"
                   MOVE "DATE INVALIDE" TO WS-MOTIF-REJET
               ELSE
                   IF ITX-DATE > WS-RUN-DATE
                       MOVE "DATE FUTURE" TO WS-MOTIF-REJET
                   ELSE
                       MOVE ITX-DATE TO INC-DATE
                   END-IF
               END-IF
           END-IF.
           MOVE ITX-TYPE TO INC-TYPE.
           MOVE ITX-GRAVITE TO INC-GRAVITE.

           IF WS-MOTIF-REJET = SPACES
               EVALUATE TRUE
                   WHEN ITX-HEURE-X IS NOT NUMERIC
                       MOVE "HEURE INVALIDE" TO WS-MOTIF-REJET
                   WHEN ITX-HH > 23 OR ITX-MM > 59
                       MOVE "HEURE INVALIDE" TO WS-MOTIF-REJET
                   WHEN ITX-MANEGE = SPACES
                       MOVE "MANEGE ABSENT" TO WS-MOTIF-REJET
                   WHEN ITX-SESSION-X IS NOT NUMERIC
                       MOVE "SESSION INVALIDE" TO WS-MOTIF-REJET
                   WHEN ITX-SESSION = ZERO
                       MOVE "SESSION INVALIDE" TO WS-MOTIF-REJET
                   WHEN NOT INC-TYPE-VALIDE
                       MOVE "TYPE D'INCIDENT INCONNU" TO WS-MOTIF-REJET
                   WHEN NOT INC-GRAVITE-VALIDE
                       MOVE "GRAVITE INVALIDE (0 A 3)"
                           TO WS-MOTIF-REJET
                   WHEN ITX-ACTIONS = SPACES
                       MOVE "MESURES PRISES ABSENTES" TO WS-MOTIF-REJET
               END-EVALUATE
           END-IF.

           IF WS-MOTIF-REJET = SPACES
               MOVE ITX-MANEGE TO WS-CLE-MANEGE
               MOVE INC-DATE TO WS-CLE-DATE
               MOVE ITX-HEURE TO WS-CLE-HEURE
               MOVE ITX-SESSION TO WS-CLE-SESSION
               MOVE "N" TO WS-DEJA-CONNU
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-CONNU-CNT
                   IF WS-CO-CLE(WS-C) = WS-CLE-INCIDENT
                       MOVE "Y" TO WS-DEJA-CONNU
                   END-IF
               END-PERFORM
               IF WS-DEJA-CONNU = "Y"
                   MOVE "INCIDENT DEJA ENREGISTRE" TO WS-MOTIF-REJET
               END-IF
           END-IF.

           IF WS-MOTIF-REJET NOT = SPACES
               SET INCIDENT-REJETE TO TRUE
           ELSE
               MOVE ITX-HEURE TO INC-HEURE
               MOVE ITX-MANEGE TO INC-MANEGE
               MOVE ITX-SESSION TO INC-SESSION
               MOVE ITX-ACTIONS TO INC-ACTIONS
               MOVE ZERO TO INC-PERSONNES INC-BLESSES INC-OT-ID
               MOVE WS-RUN-DATE TO INC-DATE-SAISIE
               MOVE ZERO TO WS-PERS-CNT
               SET INCIDENT-EN-COURS TO TRUE
               IF WS-CONNU-CNT < 20000
                   ADD 1 TO WS-CONNU-CNT
                   MOVE WS-CLE-INCIDENT TO WS-CO-CLE(WS-CONNU-CNT)
               END-IF
           END-IF.
       2200-OUVRIR-INCIDENT-FIN.
           EXIT.

      * A person involved: matched on the manifest of the incident's
      * session by visitor id, on the day's sign-ins by name.
       2300-AJOUTER-PERSONNE-DEB.
           EVALUATE TRUE
               WHEN ITX-VISITEUR = SPACES AND ITX-NOM = SPACES
                   MOVE "VISITEUR ET NOM ABSENTS" TO WS-MOTIF-REJET
               WHEN ITX-GRAVITE-P < "0" OR ITX-GRAVITE-P > "3"
                   MOVE "GRAVITE INVALIDE (0 A 3)" TO WS-MOTIF-REJET
               WHEN WS-PERS-CNT >= 99
                   MOVE "TROP DE PERSONNES" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET = SPACES
               MOVE SPACES TO RIDE-INCIDENT-PERSON-RECORD
               MOVE ITX-VISITEUR TO INP-VISITEUR
               MOVE ITX-NOM TO INP-NOM
               MOVE ITX-GRAVITE-P TO INP-GRAVITE
               MOVE ITX-BLESSURE TO INP-BLESSURE

               IF ITX-VISITEUR NOT = SPACES
                       AND MANIFESTE-DU-JOUR
                       AND INC-DATE = WS-RUN-DATE
                   MOVE "N" TO INP-MANIFESTE
                   PERFORM VARYING WS-M FROM 1 BY 1
                           UNTIL WS-M > WS-PLACE-CNT
                       IF WS-PL-SESSION(WS-M) = INC-SESSION
                               AND WS-PL-VISITEUR(WS-M) = ITX-VISITEUR
                           SET INP-SUR-MANIFESTE TO TRUE
                       END-IF
                   END-PERFORM
               END-IF

               IF ITX-NOM NOT = SPACES
                   MOVE SPACES TO WS-JOUR-INCIDENT
                   STRING INC-DATE(1:4) "-" INC-DATE(5:2) "-"
                          INC-DATE(7:2)
                          DELIMITED BY SIZE INTO WS-JOUR-INCIDENT
                   MOVE "N" TO INP-REGISTRE
                   PERFORM VARYING WS-V FROM 1 BY 1
                           UNTIL WS-V > WS-ENTREE-CNT
                       IF WS-EN-JOUR(WS-V) = WS-JOUR-INCIDENT
                               AND WS-EN-NOM(WS-V) = ITX-NOM
                           SET INP-ENREGISTRE TO TRUE
                       END-IF
                   END-PERFORM
               END-IF

               ADD 1 TO WS-PERS-CNT
               MOVE RIDE-INCIDENT-PERSON-RECORD
                   TO WS-P-RECORD(WS-PERS-CNT)
               IF ITX-GRAVITE-P > INC-GRAVITE
                   MOVE ITX-GRAVITE-P TO INC-GRAVITE
               END-IF
           END-IF.
       2300-AJOUTER-PERSONNE-FIN.
           EXIT.

       2800-REJETER-DEB.
           MOVE SPACES TO SUSPENSE-LINE.
           STRING INCIDENT-TRANSACTION(1:60) " " WS-MOTIF-REJET
                  DELIMITED BY SIZE INTO SUSPENSE-LINE.
           WRITE SUSPENSE-LINE.
           ADD 1 TO WS-REJETS-CNT.
           MOVE 4 TO RETURN-CODE.
       2800-REJETER-FIN.
           EXIT.

      * The incident gathered is complete: numbered, given its
      * operator, its lockout if serious, and written with its
      * people.
       3000-CLORE-INCIDENT-DEB.
           IF INCIDENT-EN-COURS
               MOVE "N" TO WS-INCIDENT-SWITCH
               ADD 1 TO WS-DERNIER-INCIDENT
               MOVE WS-DERNIER-INCIDENT TO INC-ID
               MOVE WS-PERS-CNT TO INC-PERSONNES
               PERFORM 3100-TROUVER-OPERATEUR-DEB
                  THRU 3100-TROUVER-OPERATEUR-FIN
               IF INC-GRAVE
                   PERFORM 3200-IMMOBILISER-MANEGE-DEB
                      THRU 3200-IMMOBILISER-MANEGE-FIN
               END-IF
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PERS-CNT
                   MOVE WS-P-RECORD(WS-P)
                       TO RIDE-INCIDENT-PERSON-RECORD
                   IF INP-GRAVITE > "0"
                       ADD 1 TO INC-BLESSES
                   END-IF
               END-PERFORM
               WRITE RIDE-INCIDENT-RECORD
               ADD 1 TO WS-INCIDENTS-CNT
               PERFORM 4000-EDITER-INCIDENT-DEB
                  THRU 4000-EDITER-INCIDENT-FIN
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PERS-CNT
                   MOVE WS-P-RECORD(WS-P)
                       TO RIDE-INCIDENT-PERSON-RECORD
                   MOVE INC-ID TO INP-INC-ID
                   WRITE RIDE-INCIDENT-PERSON-RECORD
                   ADD 1 TO WS-PERSONNES-CNT
                   PERFORM 4100-EDITER-PERSONNE-DEB
                      THRU 4100-EDITER-PERSONNE-FIN
               END-PERFORM
           END-IF.
       3000-CLORE-INCIDENT-FIN.
           EXIT.

      * The manifest says who was at the controls of the session on
      * the day it holds; for another day, or a session it does not
      * show, the shift roster says who was put there.
       3100-TROUVER-OPERATEUR-DEB.
           MOVE SPACES TO INC-OPERATEUR INC-SOURCE-OPERATEUR.
           IF MANIFESTE-DU-JOUR AND INC-DATE = WS-RUN-DATE
               MOVE WS-OP-SESSION(INC-SESSION) TO INC-OPERATEUR
               IF INC-OPERATEUR NOT = SPACES
                   SET INC-OPER-MANIFESTE TO TRUE
               END-IF
           END-IF.
           IF INC-OPERATEUR = SPACES
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-ROSTER-CNT
                          OR INC-OPERATEUR NOT = SPACES
                   IF WS-RO-DATE(WS-R) = INC-DATE
                           AND WS-RO-DEBUT(WS-R) <= INC-SESSION
                           AND WS-RO-FIN(WS-R) >= INC-SESSION
                       MOVE WS-RO-EMP-ID(WS-R) TO INC-OPERATEUR
                       SET INC-OPER-PLANNING TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
       3100-TROUVER-OPERATEUR-FIN.
           EXIT.

      * A serious incident: a work order raised from the incident,
      * immobilising the ride, and the rest of the day - from the
      * incident's session on - on the lockout register, unless the
      * day is on it already.
       3200-IMMOBILISER-MANEGE-DEB.
           ADD 1 TO WS-DERNIER-OT.
           MOVE SPACES TO RIDE-WORK-ORDER-RECORD.
           MOVE WS-DERNIER-OT TO WO-ID.
           MOVE INC-MANEGE TO WO-MANEGE.
           SET WO-INCIDENT TO TRUE.
           SET WO-IMMOBILISE TO TRUE.
           STRING "INCIDENT GRAVE " INC-ID " TYPE " INC-TYPE
                  DELIMITED BY SIZE INTO WO-DESCRIPTION.
           MOVE INC-DATE TO WO-DATE-OUVERTURE.
           MOVE ZERO TO WO-HEURES WO-COUT-MO WO-COUT-PIECES
                        WO-DATE-CLOTURE.
           SET WO-OUVERT TO TRUE.
           WRITE RIDE-WORK-ORDER-RECORD.
           MOVE WO-ID TO INC-OT-ID.
           ADD 1 TO WS-GRAVES-CNT.
           DISPLAY "MANEGE " INC-MANEGE " IMMOBILISE - INCIDENT "
                   INC-ID " - ORDRE DE TRAVAIL " WO-ID " OUVERT".

           MOVE "N" TO WS-VERROU-EXISTE.
           OPEN INPUT LOCKOUT-FILE.
           IF WS-LOCKOUT-STATUS = "00"
               PERFORM UNTIL WS-LOCKOUT-STATUS = "10"
                   READ LOCKOUT-FILE
                       AT END
                           MOVE "10" TO WS-LOCKOUT-STATUS
                       NOT AT END
                           IF LCK-MANEGE = INC-MANEGE
                                   AND LCK-DATE = INC-DATE
                               MOVE "Y" TO WS-VERROU-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCKOUT-FILE
           END-IF.

           IF WS-VERROU-EXISTE = "N"
               OPEN EXTEND LOCKOUT-FILE
               IF WS-LOCKOUT-STATUS = "05" OR WS-LOCKOUT-STATUS = "35"
                   OPEN OUTPUT LOCKOUT-FILE
               END-IF
               IF WS-LOCKOUT-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE LOCKOUT-FILE: "
                           WS-LOCKOUT-STATUS
                   STOP RUN
               END-IF
               MOVE SPACES TO RIDE-LOCKOUT-RECORD
               MOVE INC-MANEGE TO LCK-MANEGE
               MOVE INC-DATE TO LCK-DATE
               MOVE INC-SESSION TO LCK-SESSION-DEBUT
               MOVE 999 TO LCK-SESSION-FIN
               SET LCK-A-TRAITER TO TRUE
               MOVE ZERO TO LCK-DATE-TRAITEMENT
               WRITE RIDE-LOCKOUT-RECORD
               CLOSE LOCKOUT-FILE
           END-IF.
       3200-IMMOBILISER-MANEGE-FIN.
           EXIT.

      * The incident's lines on the report: what happened, who was
      * at the controls, the action taken and the lockout.
       4000-EDITER-INCIDENT-DEB.
           PERFORM 4900-ENTETE-DEB
              THRU 4900-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "INCIDENT " INC-ID " DU " INC-DATE " A "
                  INC-HEURE " MANEGE " INC-MANEGE " SESSION "
                  INC-SESSION " TYPE " INC-TYPE " GRAVITE "
                  INC-GRAVITE " PERSONNES " INC-PERSONNES
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
               WHEN INC-OPER-MANIFESTE
                   STRING "  OPERATEUR " INC-OPERATEUR
                          " (MANIFESTE)  MESURES: " INC-ACTIONS
                          DELIMITED BY SIZE INTO REPORT-LINE
               WHEN INC-OPER-PLANNING
                   STRING "  OPERATEUR " INC-OPERATEUR
                          " (PLANNING)   MESURES: " INC-ACTIONS
                          DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING "  OPERATEUR NON IDENTIFIE    MESURES: "
                          INC-ACTIONS
                          DELIMITED BY SIZE INTO REPORT-LINE
                   ADD 1 TO WS-SANS-OPERATEUR-CNT
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           WRITE REPORT-LINE.
           ADD 3 TO RH-LINE-COUNT.
           IF INC-OT-ID > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "  MANEGE IMMOBILISE - ORDRE DE TRAVAIL "
                      INC-OT-ID " OUVERT"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           END-IF.
       4000-EDITER-INCIDENT-FIN.
           EXIT.

      * A person neither the manifest nor the visitor log knows is
      * flagged for the supervisor to trace.
       4100-EDITER-PERSONNE-DEB.
           PERFORM 4900-ENTETE-DEB
              THRU 4900-ENTETE-FIN.
           MOVE SPACES TO WS-AVERTISSEMENT.
           IF NOT INP-SUR-MANIFESTE AND NOT INP-ENREGISTRE
               MOVE "PERSONNE NON RETROUVEE" TO WS-AVERTISSEMENT
               ADD 1 TO WS-NON-RETROUVES-CNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "    VISITEUR " INP-VISITEUR " NOM " INP-NOM
                  " GRAV " INP-GRAVITE " MANIF " INP-MANIFESTE
                  " ENTREE " INP-REGISTRE " " INP-BLESSURE " "
                  WS-AVERTISSEMENT(1:22)
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       4100-EDITER-PERSONNE-FIN.
           EXIT.

       4900-ENTETE-DEB.
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
       4900-ENTETE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           PERFORM 4900-ENTETE-DEB
              THRU 4900-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "INCIDENTS ENREGISTRES " WS-INCIDENTS-CNT
                  "  PERSONNES " WS-PERSONNES-CNT
                  "  GRAVES " WS-GRAVES-CNT
                  "  NON RETROUVEES " WS-NON-RETROUVES-CNT
                  "  SANS OPERATEUR " WS-SANS-OPERATEUR-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-TXN-STATUS NOT = "35"
               CLOSE TRANSACTION-FILE
           END-IF.
           CLOSE INCIDENT-FILE.
           CLOSE PERSON-FILE.
           CLOSE WORK-ORDER-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE REPORT-FILE.

           DISPLAY "------------------------------------------------".
           DISPLAY "REGISTRE DES INCIDENTS - TRAITEMENT TERMINE.".
           DISPLAY "LIGNES LUES           : " WS-LUS-CNT.
           DISPLAY "INCIDENTS ENREGISTRES : " WS-INCIDENTS-CNT.
           DISPLAY "PERSONNES IMPLIQUEES  : " WS-PERSONNES-CNT.
           DISPLAY "INCIDENTS GRAVES      : " WS-GRAVES-CNT.
           DISPLAY "REJETS                : " WS-REJETS-CNT.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
