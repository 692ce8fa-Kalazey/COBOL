       IDENTIFICATION DIVISION.
       PROGRAM-ID. RideReservationBatch.
       AUTHOR. Mathieu.

      * Advance ride reservations - school groups and parties booked
      * weeks ahead used to queue at the gate with everyone else.
      * The reservation intake carries one line per booking (R) or
      * per party showing at the gate on the day (P). A booking
      * names a group (G) or a single visitor (V), the ride date and
      * session and the seats wanted; it is held on the reservation
      * register only if the seats still free in that session - the
      * seat count of the session parameter less the seats already
      * held there - cover it, for a session of the day's run
      * (sessions per day of the closure parameter, ten when not
      * said) and a ride date not already past. The deposit taken is
      * recorded as a sale on the sold-ticket register (status A,
      * under the booking number, with the cashier, till and way of
      * payment) so CashierShiftReconciliation finds it in the
      * drawer, and the day's deposits reach ticket revenue the way
      * the takings do - one generated credit transaction on the raw
      * account intake and one BILLETS line on the subledger
      * register. A party showing at the gate is marked presented;
      * RideSessionScheduler boards it first and frees the seats of
      * the holds never presented once past the cut-off time. Every
      * intake line is listed on the reservation journal with what
      * became of it; a refused line ends the run with condition
      * code 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTAKE-FILE ASSIGN DYNAMIC WS-INTAKE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-STATUS.

           SELECT RESERVATION-FILE ASSIGN DYNAMIC WS-RESA-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESA-STATUS.

           SELECT SESSION-PARM-FILE ASSIGN DYNAMIC WS-SESSION-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.

           SELECT CLOSURE-PARM-FILE ASSIGN DYNAMIC WS-CLOSURE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSURE-STATUS.

           SELECT PRICE-PARM-FILE ASSIGN DYNAMIC WS-PRICE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT TICKET-REGISTER-FILE ASSIGN DYNAMIC WS-BILLETS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BILLETS-STATUS.

           SELECT TRANSACTION-FILE ASSIGN DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT JOURNAL-FILE ASSIGN DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * R books seats, P records the party at the gate on the day -
      * only the booking number counts on a P line. Cash unless the
      * way of payment says C (card).
       FD  INTAKE-FILE.
       01  RESERVATION-INTAKE-RECORD.
           05 RST-ACTION            PIC X(1).
               88 RST-RESERVER      VALUE "R".
               88 RST-PRESENTER     VALUE "P".
           05 RST-ID                PIC X(5).
           05 RST-TYPE              PIC X(1).
               88 RST-TYPE-VALIDE   VALUE "G" "V".
           05 RST-NOM               PIC X(20).
           05 RST-DATE-X            PIC X(8).
           05 RST-DATE REDEFINES RST-DATE-X
                                    PIC 9(8).
           05 RST-SESSION-X         PIC X(3).
           05 RST-SESSION REDEFINES RST-SESSION-X
                                    PIC 9(3).
           05 RST-PLACES-X          PIC X(3).
           05 RST-PLACES REDEFINES RST-PLACES-X
                                    PIC 9(3).
           05 RST-ACOMPTE-X         PIC X(5).
           05 RST-ACOMPTE REDEFINES RST-ACOMPTE-X
                                    PIC 9(3)V99.
           05 RST-CAISSIER          PIC X(8).
           05 RST-CAISSE            PIC X(4).
           05 RST-MODE-PAIEMENT     PIC X(1).
               88 RST-CARTE         VALUE "C".

       FD  RESERVATION-FILE.
           COPY "RideReservation.cpy".

       FD  SESSION-PARM-FILE.
       01  RIDE-SESSION-PARM.
           05 PRM-PLACES            PIC 9(3).
           05 PRM-CERTIFICATION     PIC X(6).
           05 PRM-HEURE-LIMITE-X    PIC X(4).

       FD  CLOSURE-PARM-FILE.
       01  RIDE-CLOSURE-PARM.
           05 PRM-ACTION            PIC X(1).
           05 PRM-SESSIONS-JOUR-X   PIC X(3).
           05 PRM-SESSIONS-JOUR REDEFINES PRM-SESSIONS-JOUR-X
                                    PIC 9(3).
           05 PRM-JOURS-REPORT-X    PIC X(2).

       FD  PRICE-PARM-FILE.
       01  TICKET-PRICE-PARM.
           05 PRM-TARIF-REDUIT      PIC 9(3)V99.
           05 PRM-TARIF-PLEIN       PIC 9(3)V99.
           05 PRM-COMPTE-RECETTES   PIC X(6).

       FD  TICKET-REGISTER-FILE.
           COPY "TicketRegister.cpy".

       FD  TRANSACTION-FILE.
       01  ACCOUNT-TRANSACTION.
           05 TXN-ACC-ID            PIC X(6).
           05 TXN-TYPE              PIC X(1).
           05 TXN-MONTANT           PIC 9(7)V99.
           05 TXN-DATE              PIC 9(8).

       FD  REGISTER-FILE.
           COPY "SubledgerRegister.cpy".

       FD  JOURNAL-FILE.
       01  JOURNAL-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-INTAKE-PATH           PIC X(40)
                             VALUE "Data/RIDE-RESERVATION-TXN.txt".
       01  WS-RESA-PATH             PIC X(40)
                                 VALUE "Data/RIDE-RESERVATIONS.txt".
       01  WS-SESSION-PATH          PIC X(40)
                                 VALUE "Data/RIDE-SESSION-PARM.txt".
       01  WS-CLOSURE-PATH          PIC X(40)
                                 VALUE "Data/RIDE-CLOSURE-PARM.txt".
       01  WS-PRICE-PATH            PIC X(40)
                                 VALUE "Data/TICKET-PRICE-PARM.txt".
       01  WS-BILLETS-PATH          PIC X(40)
                                 VALUE "Data/TICKET-REGISTER.txt".
       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/ACCOUNT-TRANSACTION.txt".
       01  WS-REGISTER-PATH         PIC X(40)
                             VALUE "Data/SUBLEDGER-GL-REGISTER.txt".
       01  WS-JOURNAL-PATH          PIC X(40)
                          VALUE "Data/RIDE-RESERVATION-JOURNAL.txt".
       01  WS-INTAKE-STATUS         PIC XX.
       01  WS-RESA-STATUS           PIC XX.
       01  WS-SESSION-STATUS        PIC XX.
       01  WS-CLOSURE-STATUS        PIC XX.
       01  WS-PRICE-STATUS          PIC XX.
       01  WS-BILLETS-STATUS        PIC XX.
       01  WS-TXN-STATUS            PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-JOURNAL-STATUS        PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-PLACES-PAR-SESSION    PIC 9(3) VALUE ZERO.
       01  WS-SESSIONS-JOUR         PIC 9(3) VALUE 10.
       01  WS-COMPTE-RECETTES       PIC X(6) VALUE SPACES.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME
                                    PIC X(8).
       01  WS-RUN-ID                PIC X(14).
       01  WS-DATE-VALIDE           PIC X.

       01  WS-RESA-CNT              PIC 9(5) VALUE ZERO.
       01  WS-A                     PIC 9(5).
       01  WS-A-TROUVEE             PIC 9(5).
       01  WS-RESA-TABLE.
           05 WS-RESA-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-RESA-CNT
                   INDEXED BY AX.
               10 WS-A-RECORD       PIC X(62).

       01  WS-PLACES-TENUES         PIC 9(5).
       01  WS-PLACES-LIBRES         PIC 9(5).
       01  WS-PLACES-EDITE          PIC ZZ9.
       01  WS-MOTIF-REJET           PIC X(40).
       01  WS-RESULTAT              PIC X(40).
       01  WS-REGISTRE-MODIFIE      PIC X VALUE "N".
           88 REGISTRE-MODIFIE      VALUE "Y".

       01  WS-LUS-CNT               PIC 9(5) VALUE ZERO.
       01  WS-TENUES-CNT            PIC 9(5) VALUE ZERO.
       01  WS-PRESENTEES-CNT        PIC 9(5) VALUE ZERO.
       01  WS-REJETS-CNT            PIC 9(5) VALUE ZERO.
       01  WS-PLACES-CNT            PIC 9(7) VALUE ZERO.
       01  WS-ACOMPTES-CNT          PIC 9(5) VALUE ZERO.
       01  WS-ACOMPTE-TOTAL         PIC 9(7)V99 VALUE ZERO.
       01  WS-MONTANT-EDITE         PIC Z(5)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITEMENT-DEB
              THRU 2000-TRAITEMENT-FIN
              UNTIL END-OF-FILE.

           IF REGISTRE-MODIFIE
               PERFORM 5000-SAUVEGARDER-DEB
                  THRU 5000-SAUVEGARDER-FIN
           END-IF.

           PERFORM 6000-VERSER-ACOMPTES-DEB
              THRU 6000-VERSER-ACOMPTES-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-RUN-ID.
           STRING WS-RUN-DATE WS-RUN-TIME-X(1:6)
                  DELIMITED BY SIZE INTO WS-RUN-ID.

      * No seat count, nothing can be held.
           OPEN INPUT SESSION-PARM-FILE.
           IF WS-SESSION-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SESSION-PARM-FILE: "
                       WS-SESSION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ SESSION-PARM-FILE
               AT END
                   DISPLAY "SESSION-PARM-FILE VIDE - RUN ABANDONNE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE PRM-PLACES TO WS-PLACES-PAR-SESSION.
           CLOSE SESSION-PARM-FILE.
           IF WS-PLACES-PAR-SESSION = ZERO
               DISPLAY "NOMBRE DE PLACES NUL - RUN ABANDONNE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CLOSURE-PARM-FILE.
           IF WS-CLOSURE-STATUS = "00"
               READ CLOSURE-PARM-FILE
                   NOT AT END
                       IF PRM-SESSIONS-JOUR-X IS NUMERIC
                               AND PRM-SESSIONS-JOUR > ZERO
                           MOVE PRM-SESSIONS-JOUR TO WS-SESSIONS-JOUR
                       END-IF
               END-READ
               CLOSE CLOSURE-PARM-FILE
           END-IF.

           OPEN INPUT PRICE-PARM-FILE.
           IF WS-PRICE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE PRICE-PARM-FILE: "
                       WS-PRICE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PRICE-PARM-FILE
               AT END
                   DISPLAY "TARIFS NON RENSEIGNES - RUN ABANDONNE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE PRM-COMPTE-RECETTES TO WS-COMPTE-RECETTES.
           CLOSE PRICE-PARM-FILE.

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
                           ADD 1 TO WS-RESA-CNT
                           SET AX TO WS-RESA-CNT
                           MOVE RIDE-RESERVATION-RECORD
                               TO WS-A-RECORD(AX)
                   END-READ
               END-PERFORM
               CLOSE RESERVATION-FILE
           END-IF.

           OPEN INPUT INTAKE-FILE.
           IF WS-INTAKE-STATUS = "35"
               DISPLAY "AUCUNE RESERVATION A TRAITER"
               SET END-OF-FILE TO TRUE
           ELSE
               IF WS-INTAKE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE INTAKE-FILE: "
                           WS-INTAKE-STATUS
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE JOURNAL-FILE: "
                       WS-JOURNAL-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND TICKET-REGISTER-FILE.
           IF WS-BILLETS-STATUS = "05" OR WS-BILLETS-STATUS = "35"
               OPEN OUTPUT TICKET-REGISTER-FILE
           END-IF.
           IF WS-BILLETS-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE TICKET-REGISTER-FILE: "
                       WS-BILLETS-STATUS
               STOP RUN
           END-IF.

           MOVE "RideReservationBatch" TO RH-PROGRAM-ID.
           MOVE "RESERVATIONS MANEGE" TO RH-REPORT-TITLE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           IF NOT END-OF-FILE
               PERFORM 2100-LIRE-INTAKE-DEB
                  THRU 2100-LIRE-INTAKE-FIN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-LUS-CNT.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE SPACES TO WS-RESULTAT.

           PERFORM 2150-CHERCHER-RESERVATION-DEB
              THRU 2150-CHERCHER-RESERVATION-FIN.

           EVALUATE TRUE
               WHEN RST-RESERVER
                   PERFORM 2200-CONTROLER-RESERVATION-DEB
                      THRU 2200-CONTROLER-RESERVATION-FIN
                   IF WS-MOTIF-REJET = SPACES
                       PERFORM 2300-TENIR-PLACES-DEB
                          THRU 2300-TENIR-PLACES-FIN
                   END-IF
               WHEN RST-PRESENTER
                   PERFORM 2400-PRESENTER-GROUPE-DEB
                      THRU 2400-PRESENTER-GROUPE-FIN
               WHEN OTHER
                   MOVE "ACTION INCONNUE (R OU P)" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
               ADD 1 TO WS-REJETS-CNT
               MOVE 4 TO RETURN-CODE
               STRING "REJET " WS-MOTIF-REJET
                      DELIMITED BY SIZE INTO WS-RESULTAT
           END-IF.

           PERFORM 2900-IMPRIMER-ENTETE-DEB
              THRU 2900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO JOURNAL-LINE.
           STRING "  " RST-ID " " RST-NOM(1:12) " "
                  RST-DATE-X "/" RST-SESSION-X " " RST-PLACES-X
                  " : " WS-RESULTAT
                  DELIMITED BY SIZE INTO JOURNAL-LINE.
           WRITE JOURNAL-LINE.
           ADD 1 TO RH-LINE-COUNT.

           PERFORM 2100-LIRE-INTAKE-DEB
              THRU 2100-LIRE-INTAKE-FIN.
       2000-TRAITEMENT-FIN.
           EXIT.

       2100-LIRE-INTAKE-DEB.
           READ INTAKE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       2100-LIRE-INTAKE-FIN.
           EXIT.

       2150-CHERCHER-RESERVATION-DEB.
           MOVE ZERO TO WS-A-TROUVEE.
           IF RST-ID NOT = SPACES
               PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > WS-RESA-CNT
                          OR WS-A-TROUVEE > ZERO
                   IF WS-A-RECORD(WS-A)(1:5) = RST-ID
                       MOVE WS-A TO WS-A-TROUVEE
                   END-IF
               END-PERFORM
           END-IF.
       2150-CHERCHER-RESERVATION-FIN.
           EXIT.

      * The first fault found is the one reported; no deposit is a
      * deposit of nothing. Seats held are those of every booking of
      * the session not released - a party already boarded still
      * sat in it.
       2200-CONTROLER-RESERVATION-DEB.
           IF RST-ACOMPTE-X = SPACES
               MOVE ZERO TO RST-ACOMPTE
           END-IF.

           EVALUATE TRUE
               WHEN RST-ID = SPACES
                   MOVE "NUMERO DE RESERVATION ABSENT"
                       TO WS-MOTIF-REJET
               WHEN WS-A-TROUVEE > ZERO
                   MOVE "RESERVATION DEJA ENREGISTREE"
                       TO WS-MOTIF-REJET
               WHEN NOT RST-TYPE-VALIDE
                   MOVE "TYPE INCONNU (G OU V)" TO WS-MOTIF-REJET
               WHEN RST-NOM = SPACES
                   MOVE "NOM ABSENT" TO WS-MOTIF-REJET
               WHEN RST-DATE-X IS NOT NUMERIC
                   MOVE "DATE DE SEANCE INVALIDE" TO WS-MOTIF-REJET
               WHEN RST-SESSION-X IS NOT NUMERIC
                   MOVE "SESSION INVALIDE" TO WS-MOTIF-REJET
               WHEN RST-SESSION = ZERO
                       OR RST-SESSION > WS-SESSIONS-JOUR
                   MOVE "SESSION HORS DE LA JOURNEE" TO WS-MOTIF-REJET
               WHEN RST-PLACES-X IS NOT NUMERIC
                   MOVE "NOMBRE DE PLACES INVALIDE" TO WS-MOTIF-REJET
               WHEN RST-PLACES = ZERO
                   MOVE "NOMBRE DE PLACES INVALIDE" TO WS-MOTIF-REJET
               WHEN RST-ACOMPTE-X IS NOT NUMERIC
                   MOVE "ACOMPTE INVALIDE" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET = SPACES
               CALL "DateValidator" USING RST-DATE WS-DATE-VALIDE
               IF WS-DATE-VALIDE NOT = "Y"
                   MOVE "DATE DE SEANCE INVALIDE" TO WS-MOTIF-REJET
               ELSE
                   IF RST-DATE < WS-RUN-DATE
                       MOVE "DATE DE SEANCE PASSEE" TO WS-MOTIF-REJET
                   END-IF
               END-IF
           END-IF.

           IF WS-MOTIF-REJET = SPACES
               MOVE ZERO TO WS-PLACES-TENUES
               PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > WS-RESA-CNT
                   MOVE WS-A-RECORD(WS-A) TO RIDE-RESERVATION-RECORD
                   IF RSV-DATE-SEANCE = RST-DATE
                           AND RSV-SESSION = RST-SESSION
                           AND NOT RSV-LIBEREE
                       ADD RSV-PLACES TO WS-PLACES-TENUES
                   END-IF
               END-PERFORM
               IF WS-PLACES-TENUES >= WS-PLACES-PAR-SESSION
                   MOVE ZERO TO WS-PLACES-LIBRES
               ELSE
                   COMPUTE WS-PLACES-LIBRES =
                           WS-PLACES-PAR-SESSION - WS-PLACES-TENUES
               END-IF
               IF RST-PLACES > WS-PLACES-LIBRES
                   MOVE WS-PLACES-LIBRES TO WS-PLACES-EDITE
                   STRING "CAPACITE DEPASSEE (LIBRES "
                          WS-PLACES-EDITE ")"
                          DELIMITED BY SIZE INTO WS-MOTIF-REJET
               END-IF
           END-IF.
       2200-CONTROLER-RESERVATION-FIN.
           EXIT.

      * The hold joins the register; its deposit, if any, is sold
      * on the ticket register under the booking number.
       2300-TENIR-PLACES-DEB.
           IF WS-RESA-CNT >= 9999
               DISPLAY "TABLE DES RESERVATIONS PLEINE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO RIDE-RESERVATION-RECORD.
           MOVE RST-ID TO RSV-ID.
           MOVE RST-TYPE TO RSV-TYPE.
           MOVE RST-NOM TO RSV-NOM.
           MOVE RST-DATE TO RSV-DATE-SEANCE.
           MOVE RST-SESSION TO RSV-SESSION.
           MOVE RST-PLACES TO RSV-PLACES.
           MOVE RST-ACOMPTE TO RSV-ACOMPTE.
           MOVE WS-RUN-DATE TO RSV-DATE-RESERVATION.
           SET RSV-TENUE TO TRUE.
           MOVE ZERO TO RSV-DATE-MOUVEMENT.
           ADD 1 TO WS-RESA-CNT.
           SET AX TO WS-RESA-CNT.
           MOVE RIDE-RESERVATION-RECORD TO WS-A-RECORD(AX).
           SET REGISTRE-MODIFIE TO TRUE.
           ADD 1 TO WS-TENUES-CNT.
           ADD RST-PLACES TO WS-PLACES-CNT.

           IF RST-ACOMPTE > ZERO
               MOVE SPACES TO TICKET-REGISTER-RECORD
               MOVE RST-ID TO TRG-VISITOR-ID
               MOVE ZERO TO TRG-AGE
               MOVE WS-RUN-DATE TO TRG-DATE-VENTE
               MOVE RST-DATE TO TRG-DATE-SEANCE
               MOVE RST-SESSION TO TRG-SESSION
               MOVE RST-ACOMPTE TO TRG-PRIX
               SET TRG-ACOMPTE TO TRUE
               MOVE ZERO TO TRG-DATE-ORIGINE
               MOVE ZERO TO TRG-SESSION-ORIGINE
               MOVE ZERO TO TRG-DATE-MOUVEMENT
               MOVE RST-CAISSIER TO TRG-CAISSIER
               MOVE RST-CAISSE TO TRG-CAISSE
               IF RST-CARTE
                   SET TRG-CARTE TO TRUE
               ELSE
                   SET TRG-ESPECES TO TRUE
               END-IF
               WRITE TICKET-REGISTER-RECORD
               ADD 1 TO WS-ACOMPTES-CNT
               ADD RST-ACOMPTE TO WS-ACOMPTE-TOTAL
           END-IF.

           MOVE RST-ACOMPTE TO WS-MONTANT-EDITE.
           STRING "TENUE - ACOMPTE " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO WS-RESULTAT.
       2300-TENIR-PLACES-FIN.
           EXIT.

      * A party shows on its ride date only, and only while its
      * seats are still held.
       2400-PRESENTER-GROUPE-DEB.
           IF WS-A-TROUVEE = ZERO
               MOVE "RESERVATION INCONNUE" TO WS-MOTIF-REJET
           ELSE
               MOVE WS-A-RECORD(WS-A-TROUVEE)
                   TO RIDE-RESERVATION-RECORD
               EVALUATE TRUE
                   WHEN NOT RSV-TENUE
                       STRING "RESERVATION NON TENUE (STATUT "
                              RSV-STATUT ")"
                              DELIMITED BY SIZE INTO WS-MOTIF-REJET
                   WHEN RSV-DATE-SEANCE NOT = WS-RUN-DATE
                       STRING "RESERVATION POUR LE "
                              RSV-DATE-SEANCE
                              DELIMITED BY SIZE INTO WS-MOTIF-REJET
                   WHEN OTHER
                       SET RSV-PRESENTEE TO TRUE
                       MOVE WS-RUN-DATE TO RSV-DATE-MOUVEMENT
                       MOVE RIDE-RESERVATION-RECORD
                           TO WS-A-RECORD(WS-A-TROUVEE)
                       SET REGISTRE-MODIFIE TO TRUE
                       ADD 1 TO WS-PRESENTEES-CNT
                       MOVE "PRESENTEE" TO WS-RESULTAT
               END-EVALUATE
           END-IF.
       2400-PRESENTER-GROUPE-FIN.
           EXIT.

       2900-IMPRIMER-ENTETE-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               ADD 1 TO RH-PAGE-NUMBER
               MOVE SPACES TO RH-HEADING-LINE-1
               STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                      " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                      DELIMITED BY SIZE INTO RH-HEADING-LINE-1
               MOVE SPACES TO JOURNAL-LINE
               MOVE RH-HEADING-LINE-1 TO JOURNAL-LINE
               WRITE JOURNAL-LINE
               MOVE ZERO TO RH-LINE-COUNT
           END-IF.
       2900-IMPRIMER-ENTETE-FIN.
           EXIT.

       5000-SAUVEGARDER-DEB.
           OPEN OUTPUT RESERVATION-FILE.
           IF WS-RESA-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE RESERVATION-FILE: "
                       WS-RESA-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-RESA-CNT
               MOVE WS-A-RECORD(WS-A) TO RIDE-RESERVATION-RECORD
               WRITE RIDE-RESERVATION-RECORD
           END-PERFORM.
           CLOSE RESERVATION-FILE.
       5000-SAUVEGARDER-FIN.
           EXIT.

      * The deposits reach ticket revenue the way the takings do in
      * TicketSalesBatch - one generated transaction on the raw
      * intake and one register line.
       6000-VERSER-ACOMPTES-DEB.
           IF WS-ACOMPTE-TOTAL > ZERO
               OPEN EXTEND TRANSACTION-FILE
               IF WS-TXN-STATUS = "05" OR WS-TXN-STATUS = "35"
                   OPEN OUTPUT TRANSACTION-FILE
               END-IF
               IF WS-TXN-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE TRANSACTION-FILE: "
                           WS-TXN-STATUS
                   STOP RUN
               END-IF
               MOVE SPACES TO ACCOUNT-TRANSACTION
               MOVE WS-COMPTE-RECETTES TO TXN-ACC-ID
               MOVE "C" TO TXN-TYPE
               MOVE WS-ACOMPTE-TOTAL TO TXN-MONTANT
               MOVE WS-RUN-DATE TO TXN-DATE
               WRITE ACCOUNT-TRANSACTION
               CLOSE TRANSACTION-FILE

               OPEN EXTEND REGISTER-FILE
               IF WS-REGISTER-STATUS = "05"
                       OR WS-REGISTER-STATUS = "35"
                   OPEN OUTPUT REGISTER-FILE
               END-IF
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE REGISTER-FILE: "
                           WS-REGISTER-STATUS
                   STOP RUN
               END-IF
               MOVE SPACES TO SUBLEDGER-REGISTER-RECORD
               MOVE WS-RUN-ID TO SLR-RUN-ID
               MOVE "BILLETS" TO SLR-SOURCE
               MOVE WS-RUN-DATE TO SLR-DATE
               MOVE WS-ACOMPTE-TOTAL TO SLR-MONTANT
               STRING WS-COMPTE-RECETTES " ACOMPTES " WS-ACOMPTES-CNT
                      DELIMITED BY SIZE INTO SLR-REFERENCE
               WRITE SUBLEDGER-REGISTER-RECORD
               CLOSE REGISTER-FILE
           END-IF.
       6000-VERSER-ACOMPTES-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           PERFORM 2900-IMPRIMER-ENTETE-DEB
              THRU 2900-IMPRIMER-ENTETE-FIN.
           MOVE WS-ACOMPTE-TOTAL TO WS-MONTANT-EDITE.
           MOVE SPACES TO JOURNAL-LINE.
           STRING "LUES " WS-LUS-CNT "  TENUES " WS-TENUES-CNT
                  "  PRESENTEES " WS-PRESENTEES-CNT
                  "  REJETEES " WS-REJETS-CNT
                  "  ACOMPTES " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO JOURNAL-LINE.
           WRITE JOURNAL-LINE.
           IF WS-INTAKE-STATUS = "00" OR WS-INTAKE-STATUS = "10"
               CLOSE INTAKE-FILE
           END-IF.
           CLOSE JOURNAL-FILE.
           CLOSE TICKET-REGISTER-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "RESERVATIONS DU MANEGE TERMINEES.".
           DISPLAY "LIGNES LUES           : " WS-LUS-CNT.
           DISPLAY "RESERVATIONS TENUES   : " WS-TENUES-CNT.
           DISPLAY "PLACES TENUES         : " WS-PLACES-CNT.
           DISPLAY "GROUPES PRESENTES     : " WS-PRESENTEES-CNT.
           DISPLAY "LIGNES REJETEES       : " WS-REJETS-CNT.
           DISPLAY "TOTAL DES ACOMPTES    : " WS-MONTANT-EDITE.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
