      * per session and a day-end utilization report of seats
      * filled against capacity, the figure that decides whether
      * afternoon runs get added.
      * No session opens without a qualified operator at the
      * controls. The shift roster puts employees on runs of the
      * day's sessions; a rostered operator counts only if active
      * on the employee master, not on leave that day per the
      * granted leave file, and holding a certification of the code
      * the parameter file names for this ride (CARIST when left
      * blank), obtained and not expired on the run date. A session
      * no qualified operator covers is not opened - its visitors
      * roll to the next covered one - and visitors left when no
      * covered session remains are not boarded. The daily roster
      * gap report lists the refused roster lines, the sessions not
      * opened and the visitors not boarded for the park
      * supervisor.
      * Reserved seats come first. The holds RideReservationBatch
      * took for the day's sessions are loaded from the reservation
      * register: a party presented at the gate is boarded at the
      * head of its session's manifest, ahead of the walk-ups, and
      * the seats of a party not yet presented stay held - until
      * the cut-off time of the parameter file, past which a hold
      * never presented is released and its seats go to the
      * walk-ups (no cut-off time keeps every hold all day). A
      * presented party whose session does not open is reported as
      * not boarded. The daily bookings report gives, per session,
      * the seats reserved, released, still held and taken on the
      * spot.
      * A ride immobilised by maintenance stays locked whatever the
      * inspection rule says: while a work order that immobilises
      * the carousel (ride code CARROUSEL) is open on the
      * work-order master - one opened by a failed inspection or by
      * a serious incident (RideIncidentBatch) is - nobody is
      * boarded, until RideWorkOrderBatch closes it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UTIL-STATUS.

           SELECT ROSTER-FILE ASSIGN DYNAMIC WS-ROSTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CERTIFICATION-FILE ASSIGN DYNAMIC WS-CERT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

           SELECT GRANTED-FILE ASSIGN DYNAMIC WS-GRANTED-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GRANTED-STATUS.

           SELECT GAP-REPORT-FILE ASSIGN DYNAMIC WS-GAP-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GAP-STATUS.

           SELECT RESERVATION-FILE ASSIGN DYNAMIC WS-RESA-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESA-STATUS.

           SELECT BOOKINGS-FILE ASSIGN DYNAMIC WS-BOOKINGS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BOOKINGS-STATUS.

           SELECT WORK-ORDER-FILE ASSIGN DYNAMIC WS-WO-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  RIDE-SESSION-PARM.
           05 PRM-PLACES            PIC 9(3).
           05 PRM-CERTIFICATION     PIC X(6).
           05 PRM-HEURE-LIMITE-X    PIC X(4).
           05 PRM-HEURE-LIMITE REDEFINES PRM-HEURE-LIMITE-X
                                    PIC 9(4).

       FD  VISITOR-RESULT-FILE.
       01  VISITOR-RESULT-RECORD.
       FD  UTILIZATION-FILE.
       01  UTILIZATION-LINE         PIC X(70).

       FD  ROSTER-FILE.
           COPY "RideShiftRoster.cpy".

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EmployeeMaster.cpy".

       FD  CERTIFICATION-FILE.
       01  CERTIFICATION-RECORD.
           05 CRT-EMP-ID            PIC X(6).
           05 CRT-CODE              PIC X(6).
           05 CRT-DATE-OBTENTION    PIC 9(8).
           05 CRT-DATE-EXPIRATION   PIC 9(8).

       FD  GRANTED-FILE.
           COPY "LeaveGranted.cpy".

       FD  GAP-REPORT-FILE.
       01  GAP-REPORT-LINE          PIC X(80).

       FD  RESERVATION-FILE.
           COPY "RideReservation.cpy".

       FD  BOOKINGS-FILE.
       01  BOOKINGS-LINE            PIC X(80).

       FD  WORK-ORDER-FILE.
           COPY "RideWorkOrder.cpy".

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".
           COPY "EmployeeStatusCodes.cpy".

       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/RIDE-SESSION-PARM.txt".
       01  WS-RESULT-PATH           PIC X(40)
                                 VALUE "Data/INSPECTION-RULES.txt".
       01  WS-REGISTER-PATH         PIC X(40)
                                 VALUE "Data/INSPECTION-REGISTER.txt".
       01  WS-ROSTER-PATH           PIC X(40)
                                 VALUE "Data/RIDE-SHIFT-ROSTER.txt".
       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/EMPLOYEE-MASTER.txt".
       01  WS-CERT-PATH             PIC X(40)
                                 VALUE "Data/CERTIFICATION-MASTER.txt".
       01  WS-GRANTED-PATH          PIC X(40)
                                 VALUE "Data/LEAVE-GRANTED.txt".
       01  WS-GAP-PATH              PIC X(40)
                                 VALUE "Data/RIDE-ROSTER-GAPS.txt".
       01  WS-RESA-PATH             PIC X(40)
                                 VALUE "Data/RIDE-RESERVATIONS.txt".
       01  WS-BOOKINGS-PATH         PIC X(40)
                                 VALUE "Data/RIDE-BOOKINGS-REPORT.txt".
       01  WS-WO-PATH               PIC X(40)
                                 VALUE "Data/RIDE-WORK-ORDERS.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-RESULT-STATUS         PIC XX.
       01  WS-MANIFEST-STATUS       PIC XX.
       01  WS-COUNTER-STATUS        PIC XX.
       01  WS-RULES-STATUS          PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-ROSTER-STATUS         PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-CERT-STATUS           PIC XX.
       01  WS-GRANTED-STATUS        PIC XX.
       01  WS-GAP-STATUS            PIC XX.
       01  WS-RESA-STATUS           PIC XX.
       01  WS-BOOKINGS-STATUS       PIC XX.
       01  WS-WO-STATUS             PIC XX.

       01  WS-SESSIONS-CUMUL        PIC 9(7) VALUE ZERO.
       01  WS-SESSIONS-MAX          PIC 9(4) VALUE ZERO.
       01  WS-JOURS-DEPUIS          PIC S9(5).
       01  WS-ENTIER-RUN            PIC 9(8).
       01  WS-ENTIER-INSPECTION     PIC 9(8).
       01  WS-MANEGE-ID             PIC X(10) VALUE "CARROUSEL".
       01  WS-OT-BLOQUANT           PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME.
           05 WS-RUN-HEURE          PIC 9(4).
           05 FILLER                PIC 9(4).
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-PLACES-PAR-SESSION    PIC 9(3) VALUE ZERO.
       01  WS-CERTIFICATION-REQUISE PIC X(6).
       01  WS-HEURE-LIMITE          PIC 9(4) VALUE ZERO.
       01  WS-LIMITE-FIXEE          PIC X VALUE "N".
           88 LIMITE-FIXEE          VALUE "Y".

       01  WS-SESSION-NO            PIC 9(3) VALUE ZERO.
       01  WS-PLACES-OCCUPEES       PIC 9(3) VALUE ZERO.
       01  WS-LUS-CNT               PIC 9(5) VALUE ZERO.
       01  WS-EMBARQUES-CNT         PIC 9(5) VALUE ZERO.
       01  WS-REFUSES-CNT           PIC 9(5) VALUE ZERO.
       01  WS-NON-EMBARQUES-CNT     PIC 9(5) VALUE ZERO.
       01  WS-OUVERTES-CNT          PIC 9(3) VALUE ZERO.
       01  WS-NON-COUVERTES-CNT     PIC 9(3) VALUE ZERO.
       01  WS-EQUIPE-LUS-CNT        PIC 9(5) VALUE ZERO.
       01  WS-EQUIPE-REJETS-CNT     PIC 9(5) VALUE ZERO.

       01  WS-S                     PIC 9(3).
       01  WS-TAUX                  PIC 9(3).
                   DEPENDING ON WS-SESSION-NO
                   INDEXED BY NX.
               10 WS-N-OCCUPEES     PIC 9(3).
               10 WS-N-OPERATEUR    PIC X(6).

      * The day's operators, as validated from the roster, and the
      * last session any of them covers - no session opens past it.
       01  WS-EQUIPE-CNT            PIC 9(3) VALUE ZERO.
       01  WS-SESSION-MAX-EQUIPE    PIC 9(3) VALUE ZERO.
       01  WS-EQUIPE-TABLE.
           05 WS-EQUIPE-ENTRY OCCURS 200 TIMES
                   DEPENDING ON WS-EQUIPE-CNT
                   INDEXED BY QX.
               10 WS-Q-DEBUT        PIC 9(3).
               10 WS-Q-FIN          PIC 9(3).
               10 WS-Q-EMP-ID       PIC X(6).
       01  WS-Q                     PIC 9(3).
       01  WS-OPERATEUR             PIC X(6).
       01  WS-PLUS-DE-SESSION       PIC X VALUE "N".
           88 PLUS-DE-SESSION       VALUE "Y".

       01  WS-EMPLOYEE-CNT          PIC 9(5) VALUE ZERO.
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMPLOYEE-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-EMPLOYEE-CNT
                   INDEXED BY EX.
               10 WS-E-ID           PIC X(6).
               10 WS-E-STATUT       PIC X(8).

      * Certifications of the ride's code only, and leaves covering
      * the run date only - nothing else is ever looked up.
       01  WS-CERT-CNT              PIC 9(5) VALUE ZERO.
       01  WS-CERT-TABLE.
           05 WS-CERT-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-CERT-CNT
                   INDEXED BY CX.
               10 WS-C-EMP-ID       PIC X(6).
               10 WS-C-DATE-OBTENTION PIC 9(8).
               10 WS-C-DATE-EXPIRATION PIC 9(8).

       01  WS-CONGE-CNT             PIC 9(5) VALUE ZERO.
       01  WS-CONGE-TABLE.
           05 WS-CONGE-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-CONGE-CNT
                   INDEXED BY GX.
               10 WS-G-EMP-ID       PIC X(6).

       01  WS-I                     PIC 9(5).
       01  WS-TROUVE                PIC X.
           88 TROUVE                VALUE "Y".
       01  WS-CERT-ETAT             PIC X.
           88 CERT-VALIDE           VALUE "V".
           88 CERT-EXPIREE          VALUE "E".
           88 CERT-ABSENTE          VALUE "A".
       01  WS-MOTIF-REJET           PIC X(40).
      * The gap line waiting while a page heading is printed.
       01  WS-LIGNE-ATTENTE         PIC X(80).

      * The reservation register, and per session the seats of the
      * day's holds: presented (to board first), boarded this run,
      * still held, released.
       01  WS-RESA-CNT              PIC 9(5) VALUE ZERO.
       01  WS-RESA-TABLE.
           05 WS-RESA-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-RESA-CNT
                   INDEXED BY AX.
               10 WS-A-RECORD       PIC X(62).
       01  WS-RESA-SESSION-TABLE.
           05 WS-RESA-SESSION OCCURS 999 TIMES.
               10 WS-RS-RESERVEES   PIC 9(3).
               10 WS-RS-EMBARQUEES  PIC 9(3).
               10 WS-RS-TENUES      PIC 9(3).
               10 WS-RS-LIBEREES    PIC 9(3).
       01  WS-RESA-MAX-SESSION      PIC 9(3) VALUE ZERO.
       01  WS-RESA-MAX-EMBARQ       PIC 9(3) VALUE ZERO.
       01  WS-S-MAX                 PIC 9(3).
       01  WS-K                     PIC 9(3).
       01  WS-SUR-PLACE             PIC 9(3).
       01  WS-REGISTRE-MODIFIE      PIC X VALUE "N".
           88 REGISTRE-MODIFIE      VALUE "Y".
       01  WS-SESSION-PLEINE        PIC X VALUE "N".
           88 SESSION-PLEINE        VALUE "Y".
       01  WS-RESA-EMBARQUES-CNT    PIC 9(5) VALUE ZERO.
       01  WS-RESA-LIBEREES-CNT     PIC 9(5) VALUE ZERO.
       01  WS-TOT-RESERVEES         PIC 9(5) VALUE ZERO.
       01  WS-TOT-LIBEREES          PIC 9(5) VALUE ZERO.
       01  WS-TOT-TENUES            PIC 9(5) VALUE ZERO.
       01  WS-TOT-SUR-PLACE         PIC 9(5) VALUE ZERO.
       01  WS-LIMITE-EDITEE         PIC X(6).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
              THRU 2000-TRAITEMENT-FIN
              UNTIL END-OF-FILE.

           PERFORM 2500-OUVRIR-SESSIONS-RESERVEES-DEB
              THRU 2500-OUVRIR-SESSIONS-RESERVEES-FIN.
           PERFORM 2600-SIGNALER-RESERVATIONS-DEB
              THRU 2600-SIGNALER-RESERVATIONS-FIN.

           PERFORM 3000-EDITER-UTILISATION-DEB
              THRU 3000-EDITER-UTILISATION-FIN.
           PERFORM 3100-EDITER-RESERVATIONS-DEB
              THRU 3100-EDITER-RESERVATIONS-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM 1100-CHARGER-PARAMETRE-DEB
              THRU 1100-CHARGER-PARAMETRE-FIN.
           PERFORM 1200-CONTROLER-INSPECTION-DEB
              THRU 1200-CONTROLER-INSPECTION-FIN.

           PERFORM 1250-CONTROLER-ORDRES-DEB
              THRU 1250-CONTROLER-ORDRES-FIN.

           OPEN INPUT VISITOR-RESULT-FILE.
           IF WS-RESULT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE VISITOR-RESULT-FILE: "
               STOP RUN
           END-IF.

           OPEN OUTPUT GAP-REPORT-FILE.
           IF WS-GAP-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE GAP-REPORT-FILE: "
                       WS-GAP-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT BOOKINGS-FILE.
           IF WS-BOOKINGS-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE BOOKINGS-FILE: "
                       WS-BOOKINGS-STATUS
               STOP RUN
           END-IF.

           MOVE "RideSessionScheduler" TO RH-PROGRAM-ID.
           MOVE "LACUNES D'EQUIPE" TO RH-REPORT-TITLE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 20 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM 1300-CHARGER-EMPLOYES-DEB
              THRU 1300-CHARGER-EMPLOYES-FIN.
           PERFORM 1400-CHARGER-CERTIFICATIONS-DEB
              THRU 1400-CHARGER-CERTIFICATIONS-FIN.
           PERFORM 1500-CHARGER-CONGES-DEB
              THRU 1500-CHARGER-CONGES-FIN.
           PERFORM 1600-CHARGER-EQUIPE-DEB
              THRU 1600-CHARGER-EQUIPE-FIN.
           PERFORM 1700-CHARGER-RESERVATIONS-DEB
              THRU 1700-CHARGER-RESERVATIONS-FIN.

           PERFORM 2100-LIRE-RESULTAT-DEB
              THRU 2100-LIRE-RESULTAT-FIN.
       1000-INITIALISATION-FIN.
                   STOP RUN
           END-READ.
           MOVE PRM-PLACES TO WS-PLACES-PAR-SESSION.
           MOVE PRM-CERTIFICATION TO WS-CERTIFICATION-REQUISE.
           IF PRM-HEURE-LIMITE-X IS NUMERIC
               MOVE PRM-HEURE-LIMITE TO WS-HEURE-LIMITE
               SET LIMITE-FIXEE TO TRUE
           END-IF.
           CLOSE PARM-FILE.

           IF WS-CERTIFICATION-REQUISE = SPACES
               MOVE "CARIST" TO WS-CERTIFICATION-REQUISE
           END-IF.

           IF WS-PLACES-PAR-SESSION = ZERO
               DISPLAY "NOMBRE DE PLACES NUL - RUN ABANDONNE"
               MOVE 16 TO RETURN-CODE
       1200-CONTROLER-INSPECTION-FIN.
           EXIT.

      * Maintenance lockout: an open work order immobilising the
      * ride stops the run with the same severe condition code. No
      * work-order master means no work order open.
       1250-CONTROLER-ORDRES-DEB.
           OPEN INPUT WORK-ORDER-FILE.
           IF WS-WO-STATUS = "00"
               PERFORM UNTIL WS-WO-STATUS = "10"
                   READ WORK-ORDER-FILE
                       AT END
                           MOVE "10" TO WS-WO-STATUS
                       NOT AT END
                           IF WO-MANEGE = WS-MANEGE-ID
                                   AND WO-IMMOBILISE AND WO-OUVERT
                               MOVE WO-ID TO WS-OT-BLOQUANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-ORDER-FILE
           END-IF.

           IF WS-OT-BLOQUANT > ZERO
               DISPLAY "MANEGE IMMOBILISE - ORDRE DE TRAVAIL "
                       WS-OT-BLOQUANT " OUVERT - "
                       "EMBARQUEMENT VERROUILLE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       1250-CONTROLER-ORDRES-FIN.
           EXIT.

       1300-CHARGER-EMPLOYES-DEB.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE EMPLOYEE-MASTER-FILE: "
                       WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MASTER-STATUS = "10"
               READ EMPLOYEE-MASTER-FILE
                   AT END
                       MOVE "10" TO WS-MASTER-STATUS
                   NOT AT END
                       IF WS-EMPLOYEE-CNT >= 9999
                           DISPLAY "TABLE EMPLOYES PLEINE"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-EMPLOYEE-CNT
                       SET EX TO WS-EMPLOYEE-CNT
                       MOVE EMP-ID TO WS-E-ID(EX)
                       MOVE EMP-STATUT-EMPLOYE TO WS-E-STATUT(EX)
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.
       1300-CHARGER-EMPLOYES-FIN.
           EXIT.

      * A missing certification master certifies nobody.
       1400-CHARGER-CERTIFICATIONS-DEB.
           OPEN INPUT CERTIFICATION-FILE.
           IF WS-CERT-STATUS = "00"
               PERFORM UNTIL WS-CERT-STATUS = "10"
                   READ CERTIFICATION-FILE
                       AT END
                           MOVE "10" TO WS-CERT-STATUS
                       NOT AT END
                           IF CRT-CODE = WS-CERTIFICATION-REQUISE
                               IF WS-CERT-CNT >= 9999
                                   DISPLAY "TABLE CERTIFICATIONS "
                                           "PLEINE"
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-CERT-CNT
                               SET CX TO WS-CERT-CNT
                               MOVE CRT-EMP-ID TO WS-C-EMP-ID(CX)
                               MOVE CRT-DATE-OBTENTION
                                   TO WS-C-DATE-OBTENTION(CX)
                               MOVE CRT-DATE-EXPIRATION
                                   TO WS-C-DATE-EXPIRATION(CX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERTIFICATION-FILE
           ELSE
               DISPLAY "CERTIFICATIONS ABSENTES - AUCUN OPERATEUR "
                       "QUALIFIE"
           END-IF.
       1400-CHARGER-CERTIFICATIONS-FIN.
           EXIT.

       1500-CHARGER-CONGES-DEB.
           OPEN INPUT GRANTED-FILE.
           IF WS-GRANTED-STATUS = "00"
               PERFORM UNTIL WS-GRANTED-STATUS = "10"
                   READ GRANTED-FILE
                       AT END
                           MOVE "10" TO WS-GRANTED-STATUS
                       NOT AT END
                           IF LVG-DATE-DEBUT <= WS-RUN-DATE
                                   AND LVG-DATE-FIN >= WS-RUN-DATE
                                   AND WS-CONGE-CNT < 9999
                               ADD 1 TO WS-CONGE-CNT
                               SET GX TO WS-CONGE-CNT
                               MOVE LVG-EMP-ID TO WS-G-EMP-ID(GX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRANTED-FILE
           END-IF.
       1500-CHARGER-CONGES-FIN.
           EXIT.

      * Today's roster lines only. A line whose operator does not
      * qualify goes to the gap report with its reason and covers
      * nothing; a missing roster leaves every session closed.
       1600-CHARGER-EQUIPE-DEB.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS NOT = "00"
               MOVE SPACES TO GAP-REPORT-LINE
               STRING "TABLEAU DE SERVICE ABSENT ("
                      WS-ROSTER-STATUS ") - AUCUNE SESSION OUVERTE"
                      DELIMITED BY SIZE INTO GAP-REPORT-LINE
               PERFORM 4100-ECRIRE-LACUNE-DEB
                  THRU 4100-ECRIRE-LACUNE-FIN
           ELSE
               PERFORM UNTIL WS-ROSTER-STATUS = "10"
                   READ ROSTER-FILE
                       AT END
                           MOVE "10" TO WS-ROSTER-STATUS
                       NOT AT END
                           IF RSR-DATE = WS-RUN-DATE
                               PERFORM 1650-CONTROLER-OPERATEUR-DEB
                                  THRU 1650-CONTROLER-OPERATEUR-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.
       1600-CHARGER-EQUIPE-FIN.
           EXIT.

       1650-CONTROLER-OPERATEUR-DEB.
           ADD 1 TO WS-EQUIPE-LUS-CNT.
           MOVE SPACES TO WS-MOTIF-REJET.

           IF RSR-SESSION-DEBUT IS NOT NUMERIC
                   OR RSR-SESSION-FIN IS NOT NUMERIC
               MOVE "PLAGE DE SESSIONS INVALIDE" TO WS-MOTIF-REJET
           ELSE
               IF RSR-SESSION-DEBUT = ZERO
                       OR RSR-SESSION-FIN < RSR-SESSION-DEBUT
                   MOVE "PLAGE DE SESSIONS INVALIDE"
                       TO WS-MOTIF-REJET
               END-IF
           END-IF.

           IF WS-MOTIF-REJET = SPACES
               MOVE "N" TO WS-TROUVE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-EMPLOYEE-CNT OR TROUVE
                   IF WS-E-ID(WS-I) = RSR-EMP-ID
                       MOVE "Y" TO WS-TROUVE
                       MOVE WS-E-STATUT(WS-I) TO WS-STATUT-EMPLOYE
                   END-IF
               END-PERFORM
               IF NOT TROUVE
                   MOVE "INCONNU DU FICHIER PERSONNEL"
                       TO WS-MOTIF-REJET
               ELSE
                   IF STATUT-CONGE
                       MOVE "EN CONGE (STATUT CNG)" TO WS-MOTIF-REJET
                   ELSE
                       IF NOT STATUT-ACTIF
                           STRING "NON ACTIF (STATUT "
                                      DELIMITED BY SIZE
                                  WS-STATUT-EMPLOYE
                                      DELIMITED BY SPACE
                                  ")" DELIMITED BY SIZE
                                  INTO WS-MOTIF-REJET
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WS-MOTIF-REJET = SPACES
               MOVE "N" TO WS-TROUVE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CONGE-CNT OR TROUVE
                   IF WS-G-EMP-ID(WS-I) = RSR-EMP-ID
                       MOVE "Y" TO WS-TROUVE
                   END-IF
               END-PERFORM
               IF TROUVE
                   MOVE "EN CONGE CE JOUR" TO WS-MOTIF-REJET
               END-IF
           END-IF.

      * Any one certification in force on the run date will do; an
      * older expired one only changes the reason given.
           IF WS-MOTIF-REJET = SPACES
               SET CERT-ABSENTE TO TRUE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CERT-CNT OR CERT-VALIDE
                   IF WS-C-EMP-ID(WS-I) = RSR-EMP-ID
                       IF WS-C-DATE-OBTENTION(WS-I) <= WS-RUN-DATE
                               AND WS-C-DATE-EXPIRATION(WS-I)
                                   >= WS-RUN-DATE
                           SET CERT-VALIDE TO TRUE
                       ELSE
                           SET CERT-EXPIREE TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF CERT-ABSENTE
                   STRING "SANS CERTIFICATION "
                          WS-CERTIFICATION-REQUISE
                          DELIMITED BY SIZE INTO WS-MOTIF-REJET
               END-IF
               IF CERT-EXPIREE
                   STRING "CERTIFICATION " WS-CERTIFICATION-REQUISE
                          " NON VALIDE CE JOUR"
                          DELIMITED BY SIZE INTO WS-MOTIF-REJET
               END-IF
           END-IF.

           IF WS-MOTIF-REJET NOT = SPACES
               ADD 1 TO WS-EQUIPE-REJETS-CNT
               MOVE SPACES TO GAP-REPORT-LINE
               STRING "OPERATEUR " RSR-EMP-ID " SESSIONS "
                      RSR-SESSION-DEBUT "-" RSR-SESSION-FIN " : "
                      WS-MOTIF-REJET
                      DELIMITED BY SIZE INTO GAP-REPORT-LINE
               PERFORM 4100-ECRIRE-LACUNE-DEB
                  THRU 4100-ECRIRE-LACUNE-FIN
           ELSE
               IF WS-EQUIPE-CNT >= 200
                   DISPLAY "TABLE EQUIPE PLEINE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-EQUIPE-CNT
               SET QX TO WS-EQUIPE-CNT
               MOVE RSR-SESSION-DEBUT TO WS-Q-DEBUT(QX)
               MOVE RSR-SESSION-FIN TO WS-Q-FIN(QX)
               MOVE RSR-EMP-ID TO WS-Q-EMP-ID(QX)
               IF RSR-SESSION-FIN > WS-SESSION-MAX-EQUIPE
                   MOVE RSR-SESSION-FIN TO WS-SESSION-MAX-EQUIPE
               END-IF
           END-IF.
       1650-CONTROLER-OPERATEUR-FIN.
           EXIT.

      * The whole register is kept for the rewrite; only the holds
      * for today's sessions are counted. A missing register holds
      * nothing.
       1700-CHARGER-RESERVATIONS-DEB.
           INITIALIZE WS-RESA-SESSION-TABLE.
           OPEN INPUT RESERVATION-FILE.
           IF WS-RESA-STATUS = "00"
               PERFORM UNTIL WS-RESA-STATUS = "10"
                   READ RESERVATION-FILE
                       AT END
                           MOVE "10" TO WS-RESA-STATUS
                       NOT AT END
                           IF WS-RESA-CNT >= 9999
                               DISPLAY "TABLE DES RESERVATIONS PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           IF RSV-DATE-SEANCE = WS-RUN-DATE
                                   AND RSV-SESSION > ZERO
                               PERFORM 1750-CLASSER-RESERVATION-DEB
                                  THRU 1750-CLASSER-RESERVATION-FIN
                           END-IF
                           ADD 1 TO WS-RESA-CNT
                           SET AX TO WS-RESA-CNT
                           MOVE RIDE-RESERVATION-RECORD
                               TO WS-A-RECORD(AX)
                   END-READ
               END-PERFORM
               CLOSE RESERVATION-FILE
           END-IF.
       1700-CHARGER-RESERVATIONS-FIN.
           EXIT.

      * A party boarded by an earlier run of the day is presented
      * again: the manifests are rebuilt from the start each run.
      * Past the cut-off time a hold never presented is released.
       1750-CLASSER-RESERVATION-DEB.
           SET REGISTRE-MODIFIE TO TRUE.
           IF RSV-SESSION > WS-RESA-MAX-SESSION
               MOVE RSV-SESSION TO WS-RESA-MAX-SESSION
           END-IF.
           EVALUATE TRUE
               WHEN RSV-PRESENTEE OR RSV-EMBARQUEE
                   SET RSV-PRESENTEE TO TRUE
                   ADD RSV-PLACES TO WS-RS-RESERVEES(RSV-SESSION)
                   IF RSV-SESSION > WS-RESA-MAX-EMBARQ
                       MOVE RSV-SESSION TO WS-RESA-MAX-EMBARQ
                   END-IF
               WHEN RSV-LIBEREE
                   ADD RSV-PLACES TO WS-RS-LIBEREES(RSV-SESSION)
               WHEN LIMITE-FIXEE
                       AND WS-RUN-HEURE >= WS-HEURE-LIMITE
                   SET RSV-LIBEREE TO TRUE
                   MOVE WS-RUN-DATE TO RSV-DATE-MOUVEMENT
                   ADD RSV-PLACES TO WS-RS-LIBEREES(RSV-SESSION)
                   ADD 1 TO WS-RESA-LIBEREES-CNT
               WHEN OTHER
                   ADD RSV-PLACES TO WS-RS-TENUES(RSV-SESSION)
           END-EVALUATE.
       1750-CLASSER-RESERVATION-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-LUS-CNT.


      * A full session closes and the next one opens with its own
      * manifest heading - the overflow queue is simply the next
      * session. Once no covered session is left, the visitor is
      * not boarded.
       2200-EMBARQUER-VISITEUR-DEB.
           IF NOT PLUS-DE-SESSION
               PERFORM 2250-MESURER-SESSION-DEB
                  THRU 2250-MESURER-SESSION-FIN
               PERFORM 2300-OUVRIR-SESSION-DEB
                  THRU 2300-OUVRIR-SESSION-FIN
                  UNTIL PLUS-DE-SESSION OR NOT SESSION-PLEINE
           END-IF.

           IF PLUS-DE-SESSION
               ADD 1 TO WS-NON-EMBARQUES-CNT
               MOVE SPACES TO GAP-REPORT-LINE
               STRING "VISITEUR " VR-VISITOR-ID
                      " NON EMBARQUE - PLUS DE SESSION COUVERTE"
                      DELIMITED BY SIZE INTO GAP-REPORT-LINE
               PERFORM 4100-ECRIRE-LACUNE-DEB
                  THRU 4100-ECRIRE-LACUNE-FIN
           ELSE
               ADD 1 TO WS-PLACES-OCCUPEES
               MOVE WS-PLACES-OCCUPEES
                   TO WS-N-OCCUPEES(WS-SESSION-NO)
               ADD 1 TO WS-EMBARQUES-CNT

               MOVE SPACES TO MANIFEST-LINE
               STRING "  PLACE " WS-PLACES-OCCUPEES " : "
                      VR-VISITOR-ID " TAILLE " VR-TAILLE
                      DELIMITED BY SIZE INTO MANIFEST-LINE
               WRITE MANIFEST-LINE
           END-IF.
       2200-EMBARQUER-VISITEUR-FIN.
           EXIT.

      * Full for a walk-up once the seats boarded and the seats
      * still held for a party not yet presented reach capacity - a
      * session taken up by reservations sends the walk-up on.
       2250-MESURER-SESSION-DEB.
           MOVE "N" TO WS-SESSION-PLEINE.
           IF WS-SESSION-NO = ZERO
               SET SESSION-PLEINE TO TRUE
           ELSE
               IF WS-PLACES-OCCUPEES + WS-RS-TENUES(WS-SESSION-NO)
                       >= WS-PLACES-PAR-SESSION
                   SET SESSION-PLEINE TO TRUE
               END-IF
           END-IF.
       2250-MESURER-SESSION-FIN.
           EXIT.

      * Opens the next session a qualified operator covers. Each
      * session passed over stays closed and goes to the gap report;
      * past the last covered session there is nothing left to open.
       2300-OUVRIR-SESSION-DEB.
           MOVE SPACES TO WS-OPERATEUR.
           PERFORM UNTIL WS-OPERATEUR NOT = SPACES
                   OR WS-SESSION-NO >= WS-SESSION-MAX-EQUIPE
               ADD 1 TO WS-SESSION-NO
               MOVE ZERO TO WS-N-OCCUPEES(WS-SESSION-NO)
               PERFORM VARYING WS-Q FROM 1 BY 1
                       UNTIL WS-Q > WS-EQUIPE-CNT
                          OR WS-OPERATEUR NOT = SPACES
                   IF WS-Q-DEBUT(WS-Q) <= WS-SESSION-NO
                           AND WS-Q-FIN(WS-Q) >= WS-SESSION-NO
                       MOVE WS-Q-EMP-ID(WS-Q) TO WS-OPERATEUR
                   END-IF
               END-PERFORM
               MOVE WS-OPERATEUR TO WS-N-OPERATEUR(WS-SESSION-NO)
               IF WS-OPERATEUR = SPACES
                   ADD 1 TO WS-NON-COUVERTES-CNT
                   MOVE SPACES TO GAP-REPORT-LINE
                   STRING "SESSION " WS-SESSION-NO
                          " : AUCUN OPERATEUR QUALIFIE - NON OUVERTE"
                          DELIMITED BY SIZE INTO GAP-REPORT-LINE
                   PERFORM 4100-ECRIRE-LACUNE-DEB
                      THRU 4100-ECRIRE-LACUNE-FIN
               END-IF
           END-PERFORM.

           IF WS-OPERATEUR = SPACES
               SET PLUS-DE-SESSION TO TRUE
           ELSE
               ADD 1 TO WS-OUVERTES-CNT
               MOVE ZERO TO WS-PLACES-OCCUPEES
               MOVE SPACES TO MANIFEST-LINE
               STRING "=== SESSION " WS-SESSION-NO
                      " - EMBARQUEMENT - OPERATEUR " WS-OPERATEUR
                      " ==="
                      DELIMITED BY SIZE INTO MANIFEST-LINE
               WRITE MANIFEST-LINE
               PERFORM 2400-EMBARQUER-RESERVATIONS-DEB
                  THRU 2400-EMBARQUER-RESERVATIONS-FIN
               MOVE WS-PLACES-OCCUPEES
                   TO WS-N-OCCUPEES(WS-SESSION-NO)
               PERFORM 2250-MESURER-SESSION-DEB
                  THRU 2250-MESURER-SESSION-FIN
           END-IF.
       2300-OUVRIR-SESSION-FIN.
           EXIT.

      * The parties presented for the session just opened take the
      * first seats of its manifest, one line per seat as for a
      * walk-up.
       2400-EMBARQUER-RESERVATIONS-DEB.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RESA-CNT
               MOVE WS-A-RECORD(WS-I) TO RIDE-RESERVATION-RECORD
               IF RSV-DATE-SEANCE = WS-RUN-DATE
                       AND RSV-SESSION = WS-SESSION-NO
                       AND RSV-PRESENTEE
                   PERFORM VARYING WS-K FROM 1 BY 1
                           UNTIL WS-K > RSV-PLACES
                       ADD 1 TO WS-PLACES-OCCUPEES
                       MOVE SPACES TO MANIFEST-LINE
                       STRING "  PLACE " WS-PLACES-OCCUPEES " : "
                              "RESA " RSV-ID " " RSV-TYPE " " RSV-NOM
                              DELIMITED BY SIZE INTO MANIFEST-LINE
                       WRITE MANIFEST-LINE
                   END-PERFORM
                   SET RSV-EMBARQUEE TO TRUE
                   MOVE RIDE-RESERVATION-RECORD TO WS-A-RECORD(WS-I)
                   ADD RSV-PLACES TO WS-RS-EMBARQUEES(WS-SESSION-NO)
                   ADD RSV-PLACES TO WS-RESA-EMBARQUES-CNT
               END-IF
           END-PERFORM.
       2400-EMBARQUER-RESERVATIONS-FIN.
           EXIT.

      * Sessions past the last walk-up still open for the parties
      * presented for them.
       2500-OUVRIR-SESSIONS-RESERVEES-DEB.
           PERFORM 2300-OUVRIR-SESSION-DEB
              THRU 2300-OUVRIR-SESSION-FIN
              UNTIL PLUS-DE-SESSION
                 OR WS-SESSION-NO >= WS-RESA-MAX-EMBARQ.
       2500-OUVRIR-SESSIONS-RESERVEES-FIN.
           EXIT.

      * A presented party still not boarded had its session left
      * closed for want of an operator.
       2600-SIGNALER-RESERVATIONS-DEB.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RESA-CNT
               MOVE WS-A-RECORD(WS-I) TO RIDE-RESERVATION-RECORD
               IF RSV-DATE-SEANCE = WS-RUN-DATE
                       AND RSV-SESSION > ZERO
                       AND RSV-PRESENTEE
                   ADD RSV-PLACES TO WS-NON-EMBARQUES-CNT
                   MOVE SPACES TO GAP-REPORT-LINE
                   STRING "RESERVATION " RSV-ID " SESSION "
                          RSV-SESSION " : " RSV-PLACES
                          " PLACES NON EMBARQUEES - SESSION FERMEE"
                          DELIMITED BY SIZE INTO GAP-REPORT-LINE
                   PERFORM 4100-ECRIRE-LACUNE-DEB
                      THRU 4100-ECRIRE-LACUNE-FIN
               END-IF
           END-PERFORM.
       2600-SIGNALER-RESERVATIONS-FIN.
           EXIT.

       3000-EDITER-UTILISATION-DEB.

           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SESSION-NO
               MOVE SPACES TO UTILIZATION-LINE
               IF WS-N-OPERATEUR(WS-S) = SPACES
                   STRING "SESSION " WS-S " : NON OUVERTE - "
                          "AUCUN OPERATEUR QUALIFIE"
                          DELIMITED BY SIZE INTO UTILIZATION-LINE
               ELSE
                   COMPUTE WS-TAUX ROUNDED =
                           (WS-N-OCCUPEES(WS-S) * 100)
                           / WS-PLACES-PAR-SESSION
                   STRING "SESSION " WS-S " : "
                          WS-N-OCCUPEES(WS-S) " / "
                          WS-PLACES-PAR-SESSION " PLACES ("
                          WS-TAUX " PC)"
                          DELIMITED BY SIZE INTO UTILIZATION-LINE
               END-IF
               WRITE UTILIZATION-LINE
           END-PERFORM.
       3000-EDITER-UTILISATION-FIN.
           EXIT.

      * One line per session of the day that ran or had a booking:
      * seats reserved by presented parties, released at the
      * cut-off, still held, and taken on the spot by walk-ups.
       3100-EDITER-RESERVATIONS-DEB.
           IF LIMITE-FIXEE
               MOVE SPACES TO WS-LIMITE-EDITEE
               STRING WS-HEURE-LIMITE(1:2) "H" WS-HEURE-LIMITE(3:2)
                      DELIMITED BY SIZE INTO WS-LIMITE-EDITEE
           ELSE
               MOVE "AUCUNE" TO WS-LIMITE-EDITEE
           END-IF.
           MOVE SPACES TO BOOKINGS-LINE.
           STRING "RESERVATIONS DU " WS-RUN-DATE " - CAPACITE "
                  WS-PLACES-PAR-SESSION " PLACES - HEURE LIMITE "
                  WS-LIMITE-EDITEE
                  DELIMITED BY SIZE INTO BOOKINGS-LINE.
           WRITE BOOKINGS-LINE.

           MOVE WS-SESSION-NO TO WS-S-MAX.
           IF WS-RESA-MAX-SESSION > WS-S-MAX
               MOVE WS-RESA-MAX-SESSION TO WS-S-MAX
           END-IF.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-S-MAX
               MOVE ZERO TO WS-SUR-PLACE
               IF WS-S <= WS-SESSION-NO
                   COMPUTE WS-SUR-PLACE = WS-N-OCCUPEES(WS-S)
                           - WS-RS-EMBARQUEES(WS-S)
               END-IF
               ADD WS-RS-RESERVEES(WS-S) TO WS-TOT-RESERVEES
               ADD WS-RS-LIBEREES(WS-S) TO WS-TOT-LIBEREES
               ADD WS-RS-TENUES(WS-S) TO WS-TOT-TENUES
               ADD WS-SUR-PLACE TO WS-TOT-SUR-PLACE
               MOVE SPACES TO BOOKINGS-LINE
               STRING "SESSION " WS-S " : RESERV. "
                      WS-RS-RESERVEES(WS-S) " LIBER. "
                      WS-RS-LIBEREES(WS-S) " TENUES "
                      WS-RS-TENUES(WS-S) " SUR PLACE " WS-SUR-PLACE
                      DELIMITED BY SIZE INTO BOOKINGS-LINE
               IF WS-S > WS-SESSION-NO
                   MOVE "NON OUVERTE" TO BOOKINGS-LINE(63:11)
               ELSE
                   IF WS-N-OPERATEUR(WS-S) = SPACES
                       MOVE "NON OUVERTE" TO BOOKINGS-LINE(63:11)
                   END-IF
               END-IF
               WRITE BOOKINGS-LINE
           END-PERFORM.

           MOVE SPACES TO BOOKINGS-LINE.
           STRING "TOTAL       : RESERV. " WS-TOT-RESERVEES
                  " LIBER. " WS-TOT-LIBEREES " TENUES " WS-TOT-TENUES
                  " SUR PLACE " WS-TOT-SUR-PLACE
                  DELIMITED BY SIZE INTO BOOKINGS-LINE.
           WRITE BOOKINGS-LINE.
       3100-EDITER-RESERVATIONS-FIN.
           EXIT.

       4100-ECRIRE-LACUNE-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               PERFORM 4200-IMPRIMER-ENTETE-DEB
                  THRU 4200-IMPRIMER-ENTETE-FIN
           END-IF.
           WRITE GAP-REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       4100-ECRIRE-LACUNE-FIN.
           EXIT.

       4200-IMPRIMER-ENTETE-DEB.
           MOVE GAP-REPORT-LINE TO WS-LIGNE-ATTENTE.
           ADD 1 TO RH-PAGE-NUMBER.
           MOVE SPACES TO RH-HEADING-LINE-1.
           STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                  " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                  DELIMITED BY SIZE INTO RH-HEADING-LINE-1.
           MOVE RH-HEADING-LINE-1 TO GAP-REPORT-LINE.
           WRITE GAP-REPORT-LINE.
           MOVE SPACES TO GAP-REPORT-LINE.
           STRING "MANEGE - CERTIFICATION REQUISE "
                  WS-CERTIFICATION-REQUISE
                  DELIMITED BY SIZE INTO GAP-REPORT-LINE.
           WRITE GAP-REPORT-LINE.
           MOVE WS-LIGNE-ATTENTE TO GAP-REPORT-LINE.
           MOVE ZERO TO RH-LINE-COUNT.
       4200-IMPRIMER-ENTETE-FIN.
           EXIT.

      * The day's summary closes the gap report; a clean day says
      * so, so the supervisor can tell it from a report not run.
       4300-CLORE-LACUNES-DEB.
           IF WS-EQUIPE-REJETS-CNT = ZERO
                   AND WS-NON-COUVERTES-CNT = ZERO
                   AND WS-NON-EMBARQUES-CNT = ZERO
               MOVE "AUCUNE LACUNE D'EQUIPE CE JOUR"
                   TO GAP-REPORT-LINE
               PERFORM 4100-ECRIRE-LACUNE-DEB
                  THRU 4100-ECRIRE-LACUNE-FIN
           END-IF.
           MOVE SPACES TO GAP-REPORT-LINE.
           STRING "LIGNES D'EQUIPE " WS-EQUIPE-LUS-CNT
                  " REJETEES " WS-EQUIPE-REJETS-CNT
                  " SESSIONS OUVERTES " WS-OUVERTES-CNT
                  " NON OUVERTES " WS-NON-COUVERTES-CNT
                  DELIMITED BY SIZE INTO GAP-REPORT-LINE.
           PERFORM 4100-ECRIRE-LACUNE-DEB
              THRU 4100-ECRIRE-LACUNE-FIN.
           MOVE SPACES TO GAP-REPORT-LINE.
           STRING "VISITEURS NON EMBARQUES " WS-NON-EMBARQUES-CNT
                  DELIMITED BY SIZE INTO GAP-REPORT-LINE.
           PERFORM 4100-ECRIRE-LACUNE-DEB
              THRU 4100-ECRIRE-LACUNE-FIN.
       4300-CLORE-LACUNES-FIN.
           EXIT.

      * Today's opened sessions join the running counter the
      * inspection rule counts against - a session left closed for
      * want of an operator never ran.
       8000-CUMULER-SESSIONS-DEB.
           ADD WS-OUVERTES-CNT TO WS-SESSIONS-CUMUL.
           OPEN OUTPUT COUNTER-FILE.
           IF WS-COUNTER-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE COUNTER-FILE: "
       8000-CUMULER-SESSIONS-FIN.
           EXIT.

      * Rewrites the reservation register with the day's holds
      * boarded or released.
       8100-SAUVEGARDER-RESERVATIONS-DEB.
           OPEN OUTPUT RESERVATION-FILE.
           IF WS-RESA-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE RESERVATION-FILE: "
                       WS-RESA-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RESA-CNT
               MOVE WS-A-RECORD(WS-I) TO RIDE-RESERVATION-RECORD
               WRITE RIDE-RESERVATION-RECORD
           END-PERFORM.
           CLOSE RESERVATION-FILE.
       8100-SAUVEGARDER-RESERVATIONS-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           PERFORM 8000-CUMULER-SESSIONS-DEB
              THRU 8000-CUMULER-SESSIONS-FIN.
           IF REGISTRE-MODIFIE
               PERFORM 8100-SAUVEGARDER-RESERVATIONS-DEB
                  THRU 8100-SAUVEGARDER-RESERVATIONS-FIN
           END-IF.
           CLOSE VISITOR-RESULT-FILE.
           CLOSE MANIFEST-FILE.
           CLOSE UTILIZATION-FILE.
           CLOSE BOOKINGS-FILE.
           PERFORM 4300-CLORE-LACUNES-DEB
              THRU 4300-CLORE-LACUNES-FIN.
           CLOSE GAP-REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "PLANIFICATION DES SESSIONS TERMINEE.".
           DISPLAY "RESULTATS LUS         : " WS-LUS-CNT.
           DISPLAY "VISITEURS EMBARQUES   : " WS-EMBARQUES-CNT.
           DISPLAY "PLACES RESERVEES EMB. : " WS-RESA-EMBARQUES-CNT.
           DISPLAY "RESERVATIONS LIBEREES : " WS-RESA-LIBEREES-CNT.
           DISPLAY "VISITEURS REFUSES     : " WS-REFUSES-CNT.
           DISPLAY "SESSIONS OUVERTES     : " WS-OUVERTES-CNT.
           DISPLAY "SESSIONS NON COUVERTES: " WS-NON-COUVERTES-CNT.
           DISPLAY "VISITEURS NON EMBARQ. : " WS-NON-EMBARQUES-CNT.
           DISPLAY "LIGNES EQUIPE REJETEES: " WS-EQUIPE-REJETS-CNT.
           DISPLAY "------------------------------------------------".
      * Visitors left on the platform are an exception for the
      * chain; a roster gap that cost nothing is a warning.
           IF WS-NON-EMBARQUES-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EQUIPE-REJETS-CNT > ZERO
                       OR WS-NON-COUVERTES-CNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9000-TERMINAISON-FIN.
           EXIT.
