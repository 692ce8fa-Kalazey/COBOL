       IDENTIFICATION DIVISION.
       PROGRAM-ID. RideClosureImpact.
       AUTHOR. Mathieu.

      * Closure impact of a ride lockout - the visitors turned away
      * at the gate with a ticket in hand, refunded from the till
      * with no record. For every day RideInspectionBatch entered
      * on the lockout register and not yet dealt with, each ticket
      * of the sold-ticket register booked for a closed session (or
      * for any session of that day) is, as the closure parameter
      * says, either re-booked onto the next open session with a
      * seat left - sessions of the day after the closed ones, then
      * of the following days within the re-booking horizon, never
      * a locked day nor one already past - or refunded at the
      * price paid. A ticket with no open session in the horizon is
      * refunded. The gate staff get the list of tickets and what
      * became of each; the refunds are released as one generated
      * debit transaction on the ticket revenue account of the
      * price parameter, appended to the subledger register as
      * BILLREMB for GlJournalPostBatch to book back out of ticket
      * revenue, and their total is added to the daily revenue
      * report.
      * A refunded ticket sold to a member card settles its loyalty
      * points on the ledger: a ticket paid in points gives the
      * card back the points a ticket costs, a paid ticket takes
      * back the points its price earned, both at the current
      * loyalty rules.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PRICE-PARM-FILE ASSIGN DYNAMIC WS-PRICE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT SESSION-PARM-FILE ASSIGN DYNAMIC WS-SESSION-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-STATUS.

           SELECT LOCKOUT-FILE ASSIGN DYNAMIC WS-LOCKOUT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKOUT-STATUS.

           SELECT TICKET-REGISTER-FILE ASSIGN DYNAMIC WS-BILLETS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BILLETS-STATUS.

           SELECT GATE-LIST-FILE ASSIGN DYNAMIC WS-GATE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REVENUE-REPORT-FILE ASSIGN DYNAMIC WS-REVENUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REVENUE-STATUS.

           SELECT RULES-FILE ASSIGN DYNAMIC WS-RULES-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT LEDGER-FILE ASSIGN DYNAMIC WS-LEDGER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * P re-books onto the next open session, R refunds; the
      * number of sessions a day runs and the days ahead a ticket
      * may be re-booked to.
       FD  PARM-FILE.
       01  RIDE-CLOSURE-PARM.
           05 PRM-ACTION            PIC X(1).
               88 PRM-REPORTER      VALUE "P".
               88 PRM-REMBOURSER    VALUE "R".
           05 PRM-SESSIONS-JOUR-X   PIC X(3).
           05 PRM-SESSIONS-JOUR REDEFINES PRM-SESSIONS-JOUR-X
                                    PIC 9(3).
           05 PRM-JOURS-REPORT-X    PIC X(2).
           05 PRM-JOURS-REPORT REDEFINES PRM-JOURS-REPORT-X
                                    PIC 9(2).

       FD  PRICE-PARM-FILE.
       01  TICKET-PRICE-PARM.
           05 PRM-TARIF-REDUIT      PIC 9(3)V99.
           05 PRM-TARIF-PLEIN       PIC 9(3)V99.
           05 PRM-COMPTE-RECETTES   PIC X(6).

       FD  SESSION-PARM-FILE.
       01  RIDE-SESSION-PARM.
           05 PRM-PLACES            PIC 9(3).
           05 PRM-CERTIFICATION     PIC X(6).

       FD  LOCKOUT-FILE.
           COPY "RideLockout.cpy".

       FD  TICKET-REGISTER-FILE.
           COPY "TicketRegister.cpy".

       FD  GATE-LIST-FILE.
       01  GATE-LINE                PIC X(80).

       FD  TRANSACTION-FILE.
       01  ACCOUNT-TRANSACTION.
           05 TXN-ACC-ID            PIC X(6).
           05 TXN-TYPE              PIC X(1).
           05 TXN-MONTANT           PIC 9(7)V99.
           05 TXN-DATE              PIC 9(8).

       FD  REGISTER-FILE.
           COPY "SubledgerRegister.cpy".

       FD  REVENUE-REPORT-FILE.
       01  REVENUE-LINE             PIC X(80).

       FD  RULES-FILE.
           COPY "LoyaltyRules.cpy".

       FD  LEDGER-FILE.
           COPY "LoyaltyLedger.cpy".

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/RIDE-CLOSURE-PARM.txt".
       01  WS-PRICE-PATH            PIC X(40)
                                 VALUE "Data/TICKET-PRICE-PARM.txt".
       01  WS-SESSION-PATH          PIC X(40)
                                 VALUE "Data/RIDE-SESSION-PARM.txt".
       01  WS-LOCKOUT-PATH          PIC X(40)
                                 VALUE "Data/RIDE-LOCKOUT.txt".
       01  WS-BILLETS-PATH          PIC X(40)
                                 VALUE "Data/TICKET-REGISTER.txt".
       01  WS-GATE-PATH             PIC X(40)
                             VALUE "Data/RIDE-CLOSURE-GATE-LIST.txt".
       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/ACCOUNT-TRANSACTION.txt".
       01  WS-REGISTER-PATH         PIC X(40)
                             VALUE "Data/SUBLEDGER-GL-REGISTER.txt".
       01  WS-REVENUE-PATH          PIC X(40)
                                 VALUE "Data/DAILY-REVENUE-REPORT.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-PRICE-STATUS          PIC XX.
       01  WS-SESSION-STATUS        PIC XX.
       01  WS-LOCKOUT-STATUS        PIC XX.
       01  WS-BILLETS-STATUS        PIC XX.
       01  WS-GATE-STATUS           PIC XX.
       01  WS-TXN-STATUS            PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-REVENUE-STATUS        PIC XX.
       01  WS-RULES-PATH            PIC X(40)
                                 VALUE "Data/LOYALTY-RULES.txt".
       01  WS-LEDGER-PATH           PIC X(40)
                                 VALUE "Data/LOYALTY-LEDGER.txt".
       01  WS-RULES-STATUS          PIC XX.
       01  WS-LEDGER-STATUS         PIC XX.
       01  WS-POINTS-EURO           PIC 9(3) VALUE ZERO.
       01  WS-POINTS-BILLET         PIC 9(5) VALUE ZERO.
       01  WS-EUROS-ENTIERS         PIC 9(3).

       01  WS-ACTION                PIC X(1) VALUE "R".
           88 ACTION-REPORTER       VALUE "P".
       01  WS-SESSIONS-JOUR         PIC 9(3) VALUE 10.
       01  WS-JOURS-REPORT          PIC 9(2) VALUE 7.
       01  WS-PLACES                PIC 9(3) VALUE ZERO.
       01  WS-COMPTE-RECETTES       PIC X(6) VALUE SPACES.

       01  WS-VERROU-CNT            PIC 9(4) VALUE ZERO.
       01  WS-K                     PIC 9(4).
       01  WS-J                     PIC 9(4).
       01  WS-VERROU-TABLE.
           05 WS-VERROU-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-VERROU-CNT
                   INDEXED BY KX.
               10 WS-K-RECORD       PIC X(33).

       01  WS-BILLET-CNT            PIC 9(6) VALUE ZERO.
       01  WS-B                     PIC 9(6).
       01  WS-I                     PIC 9(6).
       01  WS-BILLET-TABLE.
           05 WS-BILLET-ENTRY OCCURS 99999 TIMES
                   DEPENDING ON WS-BILLET-CNT
                   INDEXED BY BX.
               10 WS-B-RECORD       PIC X(71).

      * The closed day being worked and the session searched for.
       01  WS-LCK-MANEGE            PIC X(10).
       01  WS-LCK-DATE              PIC 9(8).
       01  WS-LCK-DEBUT             PIC 9(3).
       01  WS-LCK-FIN               PIC 9(3).
       01  WS-CAND-DATE             PIC 9(8).
       01  WS-CAND-SESSION          PIC 9(3).
       01  WS-CAND-JOUR             PIC 9(3).
       01  WS-CAND-PLACES           PIC 9(5).
       01  WS-ENTIER-JOUR           PIC 9(8).
       01  WS-SESSION-LIBRE         PIC X.
           88 SESSION-LIBRE         VALUE "Y".
       01  WS-SESSION-FERMEE        PIC X.
           88 SESSION-FERMEE        VALUE "Y".

       01  WS-REPORTES-CNT          PIC 9(5) VALUE ZERO.
       01  WS-REMBOURSES-CNT        PIC 9(5) VALUE ZERO.
       01  WS-SANS-PLACE-CNT        PIC 9(5) VALUE ZERO.
       01  WS-JOURS-TRAITES-CNT     PIC 9(4) VALUE ZERO.
       01  WS-REMBOURSE-TOTAL       PIC 9(7)V99 VALUE ZERO.
       01  WS-MONTANT-EDITE         PIC Z(5)9.99.
       01  WS-DATE-ORIGINE          PIC 9(8).
       01  WS-SESSION-ORIGINE       PIC 9(3).
       01  WS-MOTIF                 PIC X(30).

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME
                                    PIC X(8).
       01  WS-RUN-ID                PIC X(14).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-VERROU-CNT
               MOVE WS-K-RECORD(WS-K) TO RIDE-LOCKOUT-RECORD
               IF LCK-A-TRAITER
                   PERFORM 2000-TRAITER-FERMETURE-DEB
                      THRU 2000-TRAITER-FERMETURE-FIN
               END-IF
           END-PERFORM.

           IF WS-JOURS-TRAITES-CNT > ZERO
               PERFORM 5000-SAUVEGARDER-DEB
                  THRU 5000-SAUVEGARDER-FIN
               PERFORM 6000-VERSER-REMBOURSEMENTS-DEB
                  THRU 6000-VERSER-REMBOURSEMENTS-FIN
               PERFORM 7000-COMPLETER-RECETTES-DEB
                  THRU 7000-COMPLETER-RECETTES-FIN
           END-IF.

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

      * No closure parameter refunds, over ten sessions a day and
      * a week ahead.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PRM-REPORTER OR PRM-REMBOURSER
                           MOVE PRM-ACTION TO WS-ACTION
                       END-IF
                       IF PRM-SESSIONS-JOUR-X IS NUMERIC
                               AND PRM-SESSIONS-JOUR > ZERO
                           MOVE PRM-SESSIONS-JOUR TO WS-SESSIONS-JOUR
                       END-IF
                       IF PRM-JOURS-REPORT-X IS NUMERIC
                           MOVE PRM-JOURS-REPORT TO WS-JOURS-REPORT
                       END-IF
               END-READ
               CLOSE PARM-FILE
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

           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS = "00"
               READ RULES-FILE
                   NOT AT END
                       IF LYR-POINTS-EURO IS NUMERIC
                           MOVE LYR-POINTS-EURO TO WS-POINTS-EURO
                       END-IF
                       IF LYR-POINTS-BILLET IS NUMERIC
                           MOVE LYR-POINTS-BILLET
                               TO WS-POINTS-BILLET
                       END-IF
               END-READ
               CLOSE RULES-FILE
           END-IF.

      * Without the seat count no session can take anyone: every
      * ticket is refunded.
           OPEN INPUT SESSION-PARM-FILE.
           IF WS-SESSION-STATUS = "00"
               READ SESSION-PARM-FILE
                   NOT AT END
                       MOVE PRM-PLACES TO WS-PLACES
               END-READ
               CLOSE SESSION-PARM-FILE
           END-IF.

           OPEN INPUT LOCKOUT-FILE.
           IF WS-LOCKOUT-STATUS = "00"
               PERFORM UNTIL WS-LOCKOUT-STATUS = "10"
                   READ LOCKOUT-FILE
                       AT END
                           MOVE "10" TO WS-LOCKOUT-STATUS
                       NOT AT END
                           IF WS-VERROU-CNT >= 9999
                               DISPLAY "TABLE DES FERMETURES PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-VERROU-CNT
                           SET KX TO WS-VERROU-CNT
                           MOVE RIDE-LOCKOUT-RECORD
                               TO WS-K-RECORD(KX)
                   END-READ
               END-PERFORM
               CLOSE LOCKOUT-FILE
           END-IF.

           OPEN INPUT TICKET-REGISTER-FILE.
           IF WS-BILLETS-STATUS = "00"
               PERFORM UNTIL WS-BILLETS-STATUS = "10"
                   READ TICKET-REGISTER-FILE
                       AT END
                           MOVE "10" TO WS-BILLETS-STATUS
                       NOT AT END
                           IF WS-BILLET-CNT >= 99999
                               DISPLAY "TABLE DES BILLETS PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-BILLET-CNT
                           SET BX TO WS-BILLET-CNT
                           MOVE TICKET-REGISTER-RECORD
                               TO WS-B-RECORD(BX)
                   END-READ
               END-PERFORM
               CLOSE TICKET-REGISTER-FILE
           END-IF.

           OPEN OUTPUT GATE-LIST-FILE.
           IF WS-GATE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE GATE-LIST-FILE: "
                       WS-GATE-STATUS
               STOP RUN
           END-IF.

           MOVE "RideClosureImpact" TO RH-PROGRAM-ID.
           MOVE "BILLETS FERMETURE" TO RH-REPORT-TITLE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.
       1000-INITIALISATION-FIN.
           EXIT.

      * One closed day: its tickets still valid for a closed
      * session, or for any session of the day, are dealt with and
      * the day is marked processed.
       2000-TRAITER-FERMETURE-DEB.
           MOVE LCK-MANEGE TO WS-LCK-MANEGE.
           MOVE LCK-DATE TO WS-LCK-DATE.
           MOVE LCK-SESSION-DEBUT TO WS-LCK-DEBUT.
           MOVE LCK-SESSION-FIN TO WS-LCK-FIN.

           PERFORM 2900-IMPRIMER-ENTETE-DEB
              THRU 2900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO GATE-LINE.
           STRING "FERMETURE " WS-LCK-MANEGE " DU " WS-LCK-DATE
                  " SESSIONS " WS-LCK-DEBUT " A " WS-LCK-FIN
                  DELIMITED BY SIZE INTO GATE-LINE.
           WRITE GATE-LINE.
           ADD 1 TO RH-LINE-COUNT.

           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BILLET-CNT
               MOVE WS-B-RECORD(WS-B) TO TICKET-REGISTER-RECORD
               IF TRG-DATE-SEANCE = WS-LCK-DATE
                       AND (TRG-VENDU OR TRG-REPORTE)
                       AND (TRG-SESSION = ZERO
                           OR (TRG-SESSION >= WS-LCK-DEBUT
                               AND TRG-SESSION <= WS-LCK-FIN))
                   PERFORM 2100-TRAITER-BILLET-DEB
                      THRU 2100-TRAITER-BILLET-FIN
                   MOVE TICKET-REGISTER-RECORD TO WS-B-RECORD(WS-B)
               END-IF
           END-PERFORM.

           MOVE WS-K-RECORD(WS-K) TO RIDE-LOCKOUT-RECORD.
           SET LCK-TRAITEE TO TRUE.
           MOVE WS-RUN-DATE TO LCK-DATE-TRAITEMENT.
           MOVE RIDE-LOCKOUT-RECORD TO WS-K-RECORD(WS-K).
           ADD 1 TO WS-JOURS-TRAITES-CNT.

           MOVE SPACES TO GATE-LINE.
           WRITE GATE-LINE.
           ADD 1 TO RH-LINE-COUNT.
       2000-TRAITER-FERMETURE-FIN.
           EXIT.

       2100-TRAITER-BILLET-DEB.
           MOVE TRG-DATE-SEANCE TO WS-DATE-ORIGINE.
           MOVE TRG-SESSION TO WS-SESSION-ORIGINE.
           MOVE "N" TO WS-SESSION-LIBRE.
           IF ACTION-REPORTER AND WS-PLACES > ZERO
               PERFORM 2200-CHERCHER-SESSION-DEB
                  THRU 2200-CHERCHER-SESSION-FIN
           END-IF.

           MOVE WS-B-RECORD(WS-B) TO TICKET-REGISTER-RECORD.
           IF SESSION-LIBRE
               IF TRG-DATE-ORIGINE = ZERO
                   MOVE TRG-DATE-SEANCE TO TRG-DATE-ORIGINE
                   MOVE TRG-SESSION TO TRG-SESSION-ORIGINE
               END-IF
               MOVE WS-CAND-DATE TO TRG-DATE-SEANCE
               MOVE WS-CAND-SESSION TO TRG-SESSION
               SET TRG-REPORTE TO TRUE
               MOVE WS-RUN-DATE TO TRG-DATE-MOUVEMENT
               ADD 1 TO WS-REPORTES-CNT
               MOVE SPACES TO WS-MOTIF
               STRING "REPORTE " WS-CAND-DATE
                      " SESSION " WS-CAND-SESSION
                      DELIMITED BY SIZE INTO WS-MOTIF
           ELSE
               SET TRG-REMBOURSE TO TRUE
               MOVE WS-RUN-DATE TO TRG-DATE-MOUVEMENT
               ADD 1 TO WS-REMBOURSES-CNT
               ADD TRG-PRIX TO WS-REMBOURSE-TOTAL
               MOVE TRG-PRIX TO WS-MONTANT-EDITE
               MOVE SPACES TO WS-MOTIF
               IF ACTION-REPORTER
                   ADD 1 TO WS-SANS-PLACE-CNT
                   STRING "SANS PLACE REMBOURSE" WS-MONTANT-EDITE
                          DELIMITED BY SIZE INTO WS-MOTIF
               ELSE
                   STRING "REMBOURSE " WS-MONTANT-EDITE
                          DELIMITED BY SIZE INTO WS-MOTIF
               END-IF
               IF TRG-MBR-ID NOT = SPACES
                   PERFORM 2150-REGULARISER-POINTS-DEB
                      THRU 2150-REGULARISER-POINTS-FIN
               END-IF
           END-IF.

           PERFORM 2900-IMPRIMER-ENTETE-DEB
              THRU 2900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO GATE-LINE.
           STRING "  VISITEUR " TRG-VISITOR-ID " AGE " TRG-AGE
                  " SESSION " WS-DATE-ORIGINE "/" WS-SESSION-ORIGINE
                  " : " WS-MOTIF
                  DELIMITED BY SIZE INTO GATE-LINE.
           WRITE GATE-LINE.
           ADD 1 TO RH-LINE-COUNT.
       2100-TRAITER-BILLET-FIN.
           EXIT.

       2150-REGULARISER-POINTS-DEB.
           MOVE SPACES TO LOYALTY-LEDGER-RECORD.
           MOVE TRG-MBR-ID TO LYL-MBR-ID.
           MOVE WS-RUN-DATE TO LYL-DATE.
           STRING "REMB. BILLET " TRG-VISITOR-ID
                  DELIMITED BY SIZE INTO LYL-REFERENCE.
           IF TRG-POINTS
               SET LYL-RESTITUTION TO TRUE
               MOVE WS-POINTS-BILLET TO LYL-POINTS
           ELSE
               SET LYL-ANNULATION TO TRUE
               MOVE TRG-PRIX TO WS-EUROS-ENTIERS
               COMPUTE LYL-POINTS = WS-EUROS-ENTIERS * WS-POINTS-EURO
           END-IF.

           IF LYL-POINTS > ZERO
               OPEN EXTEND LEDGER-FILE
               IF WS-LEDGER-STATUS = "05" OR WS-LEDGER-STATUS = "35"
                   OPEN OUTPUT LEDGER-FILE
               END-IF
               IF WS-LEDGER-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE LEDGER-FILE: "
                           WS-LEDGER-STATUS
                   STOP RUN
               END-IF
               WRITE LOYALTY-LEDGER-RECORD
               CLOSE LEDGER-FILE
           END-IF.
       2150-REGULARISER-POINTS-FIN.
           EXIT.

      * Walks the sessions after the ticket's own - the rest of the
      * closed day, then each following day from its first session
      * - up to the re-booking horizon, and stops at the first one
      * that is neither closed nor in the past nor full.
       2200-CHERCHER-SESSION-DEB.
           MOVE WS-LCK-DATE TO WS-CAND-DATE.
           MOVE WS-SESSION-ORIGINE TO WS-CAND-SESSION.
           MOVE ZERO TO WS-CAND-JOUR.
           PERFORM UNTIL SESSION-LIBRE
                   OR WS-CAND-JOUR > WS-JOURS-REPORT
               IF WS-CAND-SESSION >= WS-SESSIONS-JOUR
                   ADD 1 TO WS-CAND-JOUR
                   COMPUTE WS-ENTIER-JOUR =
                       FUNCTION INTEGER-OF-DATE(WS-CAND-DATE) + 1
                   COMPUTE WS-CAND-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-ENTIER-JOUR)
                   MOVE 1 TO WS-CAND-SESSION
               ELSE
                   ADD 1 TO WS-CAND-SESSION
               END-IF
               IF WS-CAND-JOUR <= WS-JOURS-REPORT
                       AND WS-CAND-DATE >= WS-RUN-DATE
                   PERFORM 2300-EXAMINER-SESSION-DEB
                      THRU 2300-EXAMINER-SESSION-FIN
               END-IF
           END-PERFORM.
       2200-CHERCHER-SESSION-FIN.
           EXIT.

      * Closed when any lockout row of the ride covers it; full
      * when the tickets booked for it fill the seats of a session.
       2300-EXAMINER-SESSION-DEB.
           MOVE "N" TO WS-SESSION-FERMEE.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-VERROU-CNT OR SESSION-FERMEE
               MOVE WS-K-RECORD(WS-J) TO RIDE-LOCKOUT-RECORD
               IF LCK-MANEGE = WS-LCK-MANEGE
                       AND LCK-DATE = WS-CAND-DATE
                       AND LCK-SESSION-DEBUT <= WS-CAND-SESSION
                       AND LCK-SESSION-FIN >= WS-CAND-SESSION
                   SET SESSION-FERMEE TO TRUE
               END-IF
           END-PERFORM.

           IF NOT SESSION-FERMEE
               MOVE ZERO TO WS-CAND-PLACES
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-BILLET-CNT
                   MOVE WS-B-RECORD(WS-I) TO TICKET-REGISTER-RECORD
                   IF TRG-DATE-SEANCE = WS-CAND-DATE
                           AND TRG-SESSION = WS-CAND-SESSION
                           AND (TRG-VENDU OR TRG-REPORTE)
                       ADD 1 TO WS-CAND-PLACES
                   END-IF
               END-PERFORM
               IF WS-CAND-PLACES < WS-PLACES
                   SET SESSION-LIBRE TO TRUE
               END-IF
           END-IF.
       2300-EXAMINER-SESSION-FIN.
           EXIT.

       2900-IMPRIMER-ENTETE-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               ADD 1 TO RH-PAGE-NUMBER
               MOVE SPACES TO RH-HEADING-LINE-1
               STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                      " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                      DELIMITED BY SIZE INTO RH-HEADING-LINE-1
               MOVE SPACES TO GATE-LINE
               MOVE RH-HEADING-LINE-1 TO GATE-LINE
               WRITE GATE-LINE
               MOVE ZERO TO RH-LINE-COUNT
           END-IF.
       2900-IMPRIMER-ENTETE-FIN.
           EXIT.

      * Rewrites the lockout register and the sold-ticket register.
       5000-SAUVEGARDER-DEB.
           OPEN OUTPUT LOCKOUT-FILE.
           IF WS-LOCKOUT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE LOCKOUT-FILE: "
                       WS-LOCKOUT-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-VERROU-CNT
               MOVE WS-K-RECORD(WS-K) TO RIDE-LOCKOUT-RECORD
               WRITE RIDE-LOCKOUT-RECORD
           END-PERFORM.
           CLOSE LOCKOUT-FILE.

           OPEN OUTPUT TICKET-REGISTER-FILE.
           IF WS-BILLETS-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE TICKET-REGISTER-FILE: "
                       WS-BILLETS-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BILLET-CNT
               MOVE WS-B-RECORD(WS-B) TO TICKET-REGISTER-RECORD
               WRITE TICKET-REGISTER-RECORD
           END-PERFORM.
           CLOSE TICKET-REGISTER-FILE.
       5000-SAUVEGARDER-FIN.
           EXIT.

      * The refunds leave the ticket revenue account the way the
      * takings reached it in TicketSalesBatch - one generated
      * transaction on the raw intake and one register line.
       6000-VERSER-REMBOURSEMENTS-DEB.
           IF WS-REMBOURSE-TOTAL > ZERO
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
               MOVE "D" TO TXN-TYPE
               MOVE WS-REMBOURSE-TOTAL TO TXN-MONTANT
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
               MOVE "BILLREMB" TO SLR-SOURCE
               MOVE WS-RUN-DATE TO SLR-DATE
               MOVE WS-REMBOURSE-TOTAL TO SLR-MONTANT
               STRING WS-COMPTE-RECETTES " REMB " WS-REMBOURSES-CNT
                      DELIMITED BY SIZE INTO SLR-REFERENCE
               WRITE SUBLEDGER-REGISTER-RECORD
               CLOSE REGISTER-FILE
           END-IF.
       6000-VERSER-REMBOURSEMENTS-FIN.
           EXIT.

      * The refunds are added under the day's takings on the daily
      * revenue report.
       7000-COMPLETER-RECETTES-DEB.
           OPEN EXTEND REVENUE-REPORT-FILE.
           IF WS-REVENUE-STATUS = "05" OR WS-REVENUE-STATUS = "35"
               OPEN OUTPUT REVENUE-REPORT-FILE
           END-IF.
           IF WS-REVENUE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REVENUE-REPORT-FILE: "
                       WS-REVENUE-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO REVENUE-LINE.
           STRING "FERMETURES DU MANEGE TRAITEES LE " WS-RUN-DATE
                  DELIMITED BY SIZE INTO REVENUE-LINE.
           WRITE REVENUE-LINE.
           MOVE SPACES TO REVENUE-LINE.
           STRING "  BILLETS REPORTES    : " WS-REPORTES-CNT
                  DELIMITED BY SIZE INTO REVENUE-LINE.
           WRITE REVENUE-LINE.
           MOVE SPACES TO REVENUE-LINE.
           STRING "  BILLETS REMBOURSES  : " WS-REMBOURSES-CNT
                  DELIMITED BY SIZE INTO REVENUE-LINE.
           WRITE REVENUE-LINE.
           MOVE WS-REMBOURSE-TOTAL TO WS-MONTANT-EDITE.
           MOVE SPACES TO REVENUE-LINE.
           STRING "  TOTAL REMBOURSE     : " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO REVENUE-LINE.
           WRITE REVENUE-LINE.
           CLOSE REVENUE-REPORT-FILE.
       7000-COMPLETER-RECETTES-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           PERFORM 2900-IMPRIMER-ENTETE-DEB
              THRU 2900-IMPRIMER-ENTETE-FIN.
           MOVE WS-REMBOURSE-TOTAL TO WS-MONTANT-EDITE.
           MOVE SPACES TO GATE-LINE.
           STRING "REPORTES " WS-REPORTES-CNT
                  "  REMBOURSES " WS-REMBOURSES-CNT
                  "  TOTAL REMBOURSE " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO GATE-LINE.
           WRITE GATE-LINE.
           CLOSE GATE-LIST-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "IMPACT DES FERMETURES DU MANEGE TERMINE.".
           DISPLAY "JOURS FERMES TRAITES  : " WS-JOURS-TRAITES-CNT.
           DISPLAY "BILLETS REPORTES      : " WS-REPORTES-CNT.
           DISPLAY "BILLETS REMBOURSES    : " WS-REMBOURSES-CNT.
           DISPLAY "  DONT SANS PLACE     : " WS-SANS-PLACE-CNT.
           DISPLAY "TOTAL REMBOURSE       : " WS-MONTANT-EDITE.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
