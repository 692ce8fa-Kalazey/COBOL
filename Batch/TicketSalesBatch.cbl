      * takings are released as one generated credit transaction
      * onto the raw account intake - the money reaches the ledger
      * through AccountTransactionEdit and the normal posting path.
      * The same takings are appended to the subledger register as
      * BILLETS, which GlJournalPostBatch books out of the house
      * account into ticket revenue.
      * A sale may name the ride date and session booked; without
      * them the ticket is for any session of the day. Every ticket
      * is appended to the sold-ticket register with its price, so
      * RideClosureImpact can find the tickets of a session the
      * ride is locked out of.
      * Each sale also names the cashier and till that took it and
      * whether it was paid in cash or by card (cash when not
      * said); the register keeps them so CashierShiftReconciliation
      * can set each shift's takings against the drawer counted at
      * its close.
      * A member card shown at the sale earns the points per euro of
      * the loyalty rules on the loyalty points ledger. A sale paid
      * in points (P) is a ticket at no price: the card must be on
      * the member file and hold the points a ticket costs, which
      * are debited from the ledger; otherwise the ticket is not
      * issued and is listed on the revenue report for the cashier
      * to settle (condition code 4). A baby's ticket is free and
      * costs no points.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT TICKET-REGISTER-FILE ASSIGN DYNAMIC WS-BILLETS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BILLETS-STATUS.

           SELECT MEMBER-FILE ASSIGN DYNAMIC WS-MEMBER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

           SELECT RULES-FILE ASSIGN DYNAMIC WS-RULES-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT LEDGER-FILE ASSIGN DYNAMIC WS-LEDGER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-FILE.
           05 TKT-AGE               PIC 9(3).
               88 TKT-BEBE          VALUE 0 THRU 3.
               88 TKT-ENFANT        VALUE 4 THRU 10.
           05 TKT-DATE-SEANCE-X     PIC X(8).
           05 TKT-DATE-SEANCE REDEFINES TKT-DATE-SEANCE-X
                                    PIC 9(8).
           05 TKT-SESSION-X         PIC X(3).
           05 TKT-SESSION REDEFINES TKT-SESSION-X
                                    PIC 9(3).
           05 TKT-CAISSIER          PIC X(8).
           05 TKT-CAISSE            PIC X(4).
           05 TKT-MODE-PAIEMENT     PIC X(1).
               88 TKT-CARTE         VALUE "C".
               88 TKT-POINTS        VALUE "P".
           05 TKT-MBR-ID            PIC X(6).

       FD  PARM-FILE.
       01  TICKET-PRICE-PARM.
       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       FD  REGISTER-FILE.
           COPY "SubledgerRegister.cpy".

       FD  TICKET-REGISTER-FILE.
           COPY "TicketRegister.cpy".

       FD  MEMBER-FILE.
       01  MEMBER-RECORD.
           05 MBR-ID                PIC X(6).
           05 MBR-MONTH             PIC 9(3).

       FD  RULES-FILE.
           COPY "LoyaltyRules.cpy".

       FD  LEDGER-FILE.
           COPY "LoyaltyLedger.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SALES-PATH            PIC X(40)
                                 VALUE "Data/TICKET-SALES-TXN.txt".
                                 VALUE "Data/ACCOUNT-TRANSACTION.txt".
       01  WS-REPORT-PATH           PIC X(40)
                                 VALUE "Data/DAILY-REVENUE-REPORT.txt".
       01  WS-REGISTER-PATH         PIC X(40)
                             VALUE "Data/SUBLEDGER-GL-REGISTER.txt".
       01  WS-BILLETS-PATH          PIC X(40)
                                 VALUE "Data/TICKET-REGISTER.txt".
       01  WS-SALES-STATUS          PIC XX.
       01  WS-BILLETS-STATUS        PIC XX.
       01  WS-PARM-STATUS           PIC XX.
       01  WS-MANIFEST-STATUS       PIC XX.
       01  WS-TXN-STATUS            PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-MEMBER-PATH           PIC X(40)
                                 VALUE "Data/MEMBER-FILE.txt".
       01  WS-RULES-PATH            PIC X(40)
                                 VALUE "Data/LOYALTY-RULES.txt".
       01  WS-LEDGER-PATH           PIC X(40)
                                 VALUE "Data/LOYALTY-LEDGER.txt".
       01  WS-MEMBER-STATUS         PIC XX.
       01  WS-RULES-STATUS          PIC XX.
       01  WS-LEDGER-STATUS         PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-ECART                 PIC S9(5).

       01  WS-RECETTE-TOTALE        PIC 9(7)V99 VALUE ZERO.
       01  WS-PRIX-TICKET           PIC 9(3)V99.
       01  WS-MONTANT-EDITE         PIC Z(5)9.99.
       01  WS-ECART-EDITE           PIC -(4)9.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-DATE-VALIDE           PIC X.
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME
                                    PIC X(8).
       01  WS-RUN-ID                PIC X(14).

       01  WS-POINTS-EURO           PIC 9(3) VALUE ZERO.
       01  WS-POINTS-BILLET         PIC 9(5) VALUE ZERO.
       01  WS-EUROS-ENTIERS         PIC 9(3).
       01  WS-POINTS-GAGNES         PIC 9(7).
       01  WS-POINTS-ACQUIS-CNT     PIC 9(7) VALUE ZERO.
       01  WS-RACHAT-CNT            PIC 9(5) VALUE ZERO.
       01  WS-RACHAT                PIC X.
           88 RACHAT                VALUE "Y".
       01  WS-RACHAT-REFUSE         PIC X.
           88 RACHAT-REFUSE         VALUE "Y".
       01  WS-CARTE-CONNUE          PIC X.
           88 CARTE-CONNUE          VALUE "Y".
       01  WS-SOLDE-EDITE           PIC -(6)9.

      * Member cards, and the points each holds on the ledger.
       01  WS-CARTE-CNT             PIC 9(5) VALUE ZERO.
       01  WS-P                     PIC 9(5).
       01  WS-CARTE-TROUVEE         PIC 9(5).
       01  WS-CARTE-TABLE.
           05 WS-CARTE-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-CARTE-CNT
                   INDEXED BY PX.
               10 WS-P-MBR-ID       PIC X(6).
               10 WS-P-SOLDE        PIC S9(8).

       01  WS-REFUS-CNT             PIC 9(3) VALUE ZERO.
       01  WS-R                     PIC 9(3).
       01  WS-REFUS-TABLE.
           05 WS-REFUS-ENTRY OCCURS 999 TIMES
                   DEPENDING ON WS-REFUS-CNT.
               10 WS-RF-VISITOR-ID  PIC X(5).
               10 WS-RF-MBR-ID      PIC X(6).
               10 WS-RF-CAISSIER    PIC X(8).
               10 WS-RF-SOLDE       PIC S9(8).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-RUN-ID.
           STRING WS-RUN-DATE WS-RUN-TIME-X(1:6)
                  DELIMITED BY SIZE INTO WS-RUN-ID.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
           MOVE PRM-COMPTE-RECETTES TO WS-COMPTE-RECETTES.
           CLOSE PARM-FILE.

           PERFORM 1100-CHARGER-FIDELITE-DEB
              THRU 1100-CHARGER-FIDELITE-FIN.

           OPEN INPUT SALES-FILE.
           IF WS-SALES-STATUS = "35"
               DISPLAY "AUCUNE VENTE DE TICKETS"
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

           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = "05" OR WS-LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE LEDGER-FILE: "
                       WS-LEDGER-STATUS
               STOP RUN
           END-IF.

           IF NOT END-OF-FILE
               PERFORM 2100-LIRE-TICKET-DEB
                  THRU 2100-LIRE-TICKET-FIN
       1000-INITIALISATION-FIN.
           EXIT.

      * Loyalty rules, member cards and their points balances. No
      * rules file means no points earned and none redeemed.
       1100-CHARGER-FIDELITE-DEB.
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

           OPEN INPUT MEMBER-FILE.
           IF WS-MEMBER-STATUS = "00"
               PERFORM UNTIL WS-MEMBER-STATUS = "10"
                   READ MEMBER-FILE
                       AT END
                           MOVE "10" TO WS-MEMBER-STATUS
                       NOT AT END
                           IF WS-CARTE-CNT >= 9999
                               DISPLAY "TABLE DES CARTES PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CARTE-CNT
                           SET PX TO WS-CARTE-CNT
                           MOVE MBR-ID TO WS-P-MBR-ID(PX)
                           MOVE ZERO TO WS-P-SOLDE(PX)
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
           END-IF.

           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-LEDGER-STATUS = "10"
                   READ LEDGER-FILE
                       AT END
                           MOVE "10" TO WS-LEDGER-STATUS
                       NOT AT END
                           PERFORM 1150-CUMULER-POINTS-DEB
                              THRU 1150-CUMULER-POINTS-FIN
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.
       1100-CHARGER-FIDELITE-FIN.
           EXIT.

       1150-CUMULER-POINTS-DEB.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-CARTE-CNT
               IF WS-P-MBR-ID(WS-P) = LYL-MBR-ID
                   IF LYL-CREDIT
                       ADD LYL-POINTS TO WS-P-SOLDE(WS-P)
                   ELSE
                       SUBTRACT LYL-POINTS FROM WS-P-SOLDE(WS-P)
                   END-IF
               END-IF
           END-PERFORM.
       1150-CUMULER-POINTS-FIN.
           EXIT.

       2000-TARIFER-TICKET-DEB.
           PERFORM 2050-CHERCHER-CARTE-DEB
              THRU 2050-CHERCHER-CARTE-FIN.
           MOVE "N" TO WS-RACHAT.
           MOVE "N" TO WS-RACHAT-REFUSE.
           IF TKT-POINTS AND NOT TKT-BEBE
               PERFORM 2300-CONTROLER-RACHAT-DEB
                  THRU 2300-CONTROLER-RACHAT-FIN
           END-IF.

           IF NOT RACHAT-REFUSE
               ADD 1 TO WS-TICKET-CNT
               EVALUATE TRUE
                   WHEN RACHAT
                       ADD 1 TO WS-RACHAT-CNT
                       MOVE ZERO TO WS-PRIX-TICKET
                   WHEN TKT-BEBE
                       ADD 1 TO WS-BEBE-CNT
                       MOVE ZERO TO WS-PRIX-TICKET
                   WHEN TKT-ENFANT
                       ADD 1 TO WS-ENFANT-CNT
                       MOVE WS-TARIF-REDUIT TO WS-PRIX-TICKET
                   WHEN OTHER
                       ADD 1 TO WS-PLEIN-CNT
                       MOVE WS-TARIF-PLEIN TO WS-PRIX-TICKET
               END-EVALUATE
               ADD WS-PRIX-TICKET TO WS-RECETTE-TOTALE

               PERFORM 2200-ENREGISTRER-BILLET-DEB
                  THRU 2200-ENREGISTRER-BILLET-FIN
               IF CARTE-CONNUE
                   PERFORM 2400-MOUVEMENTER-POINTS-DEB
                      THRU 2400-MOUVEMENTER-POINTS-FIN
               END-IF
           END-IF.

           PERFORM 2100-LIRE-TICKET-DEB
              THRU 2100-LIRE-TICKET-FIN.
       2000-TARIFER-TICKET-FIN.
           EXIT.

       2050-CHERCHER-CARTE-DEB.
           MOVE "N" TO WS-CARTE-CONNUE.
           MOVE ZERO TO WS-CARTE-TROUVEE.
           IF TKT-MBR-ID NOT = SPACES
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-CARTE-CNT OR CARTE-CONNUE
                   IF WS-P-MBR-ID(WS-P) = TKT-MBR-ID
                       MOVE "Y" TO WS-CARTE-CONNUE
                       MOVE WS-P TO WS-CARTE-TROUVEE
                   END-IF
               END-PERFORM
           END-IF.
       2050-CHERCHER-CARTE-FIN.
           EXIT.

       2100-LIRE-TICKET-DEB.
           READ SALES-FILE
               AT END
       2100-LIRE-TICKET-FIN.
           EXIT.

      * No ride date, or one that is not a date, books the run
      * date; no session number books any session of the day.
       2200-ENREGISTRER-BILLET-DEB.
           MOVE SPACES TO TICKET-REGISTER-RECORD.
           MOVE TKT-VISITOR-ID TO TRG-VISITOR-ID.
           MOVE TKT-AGE TO TRG-AGE.
           MOVE WS-RUN-DATE TO TRG-DATE-VENTE.
           MOVE WS-RUN-DATE TO TRG-DATE-SEANCE.
           IF TKT-DATE-SEANCE-X IS NUMERIC
               CALL "DateValidator" USING TKT-DATE-SEANCE
                   WS-DATE-VALIDE
               IF WS-DATE-VALIDE = "Y"
                   MOVE TKT-DATE-SEANCE TO TRG-DATE-SEANCE
               END-IF
           END-IF.
           IF TKT-SESSION-X IS NUMERIC
               MOVE TKT-SESSION TO TRG-SESSION
           ELSE
               MOVE ZERO TO TRG-SESSION
           END-IF.
           MOVE WS-PRIX-TICKET TO TRG-PRIX.
           SET TRG-VENDU TO TRUE.
           MOVE ZERO TO TRG-DATE-ORIGINE.
           MOVE ZERO TO TRG-SESSION-ORIGINE.
           MOVE ZERO TO TRG-DATE-MOUVEMENT.
           MOVE TKT-CAISSIER TO TRG-CAISSIER.
           MOVE TKT-CAISSE TO TRG-CAISSE.
           EVALUATE TRUE
               WHEN RACHAT
                   SET TRG-POINTS TO TRUE
               WHEN TKT-CARTE
                   SET TRG-CARTE TO TRUE
               WHEN OTHER
                   SET TRG-ESPECES TO TRUE
           END-EVALUATE.
           MOVE TKT-MBR-ID TO TRG-MBR-ID.
           WRITE TICKET-REGISTER-RECORD.
       2200-ENREGISTRER-BILLET-FIN.
           EXIT.

      * A ticket in points needs a known card holding the points a
      * ticket costs; a refusal is kept for the report.
       2300-CONTROLER-RACHAT-DEB.
           IF CARTE-CONNUE AND WS-POINTS-BILLET > ZERO
               IF WS-P-SOLDE(WS-CARTE-TROUVEE) >= WS-POINTS-BILLET
                   MOVE "Y" TO WS-RACHAT
               ELSE
                   MOVE "Y" TO WS-RACHAT-REFUSE
               END-IF
           ELSE
               MOVE "Y" TO WS-RACHAT-REFUSE
           END-IF.

           IF RACHAT-REFUSE
               MOVE 4 TO RETURN-CODE
               IF WS-REFUS-CNT < 999
                   ADD 1 TO WS-REFUS-CNT
                   MOVE TKT-VISITOR-ID
                       TO WS-RF-VISITOR-ID(WS-REFUS-CNT)
                   MOVE TKT-MBR-ID TO WS-RF-MBR-ID(WS-REFUS-CNT)
                   MOVE TKT-CAISSIER
                       TO WS-RF-CAISSIER(WS-REFUS-CNT)
                   IF CARTE-CONNUE
                       MOVE WS-P-SOLDE(WS-CARTE-TROUVEE)
                           TO WS-RF-SOLDE(WS-REFUS-CNT)
                   ELSE
                       MOVE ZERO TO WS-RF-SOLDE(WS-REFUS-CNT)
                   END-IF
               ELSE
                   DISPLAY "TABLE DES RACHATS REFUSES PLEINE"
               END-IF
           END-IF.
       2300-CONTROLER-RACHAT-FIN.
           EXIT.

      * Points spent on a redeemed ticket, or earned on the whole
      * euros of a paid one.
       2400-MOUVEMENTER-POINTS-DEB.
           MOVE SPACES TO LOYALTY-LEDGER-RECORD.
           MOVE TKT-MBR-ID TO LYL-MBR-ID.
           MOVE WS-RUN-DATE TO LYL-DATE.
           STRING "BILLET " TKT-VISITOR-ID
                  DELIMITED BY SIZE INTO LYL-REFERENCE.
           IF RACHAT
               SET LYL-RACHAT TO TRUE
               MOVE WS-POINTS-BILLET TO LYL-POINTS
               SUBTRACT WS-POINTS-BILLET
                   FROM WS-P-SOLDE(WS-CARTE-TROUVEE)
               WRITE LOYALTY-LEDGER-RECORD
           ELSE
               MOVE WS-PRIX-TICKET TO WS-EUROS-ENTIERS
               COMPUTE WS-POINTS-GAGNES =
                       WS-EUROS-ENTIERS * WS-POINTS-EURO
               IF WS-POINTS-GAGNES > ZERO
                   SET LYL-ACHAT TO TRUE
                   MOVE WS-POINTS-GAGNES TO LYL-POINTS
                   ADD WS-POINTS-GAGNES
                       TO WS-P-SOLDE(WS-CARTE-TROUVEE)
                   ADD WS-POINTS-GAGNES TO WS-POINTS-ACQUIS-CNT
                   WRITE LOYALTY-LEDGER-RECORD
               END-IF
           END-IF.
       2400-MOUVEMENTER-POINTS-FIN.
           EXIT.

      * Seats boarded come from the manifests: one "  PLACE" line
      * per seat filled.
       3000-COMPTER-PLACES-DEB.
           STRING "  PLEIN TARIF         : " WS-PLEIN-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  PAYES EN POINTS     : " WS-RACHAT-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-RECETTE-TOTALE TO WS-MONTANT-EDITE.
           MOVE SPACES TO REPORT-LINE.
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "  POINTS FIDELITE ACQUIS : " WS-POINTS-ACQUIS-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-REFUS-CNT
               MOVE WS-RF-SOLDE(WS-R) TO WS-SOLDE-EDITE
               MOVE SPACES TO REPORT-LINE
               STRING "  *** RACHAT REFUSE VISITEUR "
                      WS-RF-VISITOR-ID(WS-R)
                      " CARTE " WS-RF-MBR-ID(WS-R)
                      " SOLDE " WS-SOLDE-EDITE
                      " CAISSIER " WS-RF-CAISSIER(WS-R)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
       4000-EDITER-RAPPORT-FIN.
           EXIT.

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
               MOVE WS-RECETTE-TOTALE TO SLR-MONTANT
               STRING WS-COMPTE-RECETTES " TICKETS " WS-TICKET-CNT
                      DELIMITED BY SIZE INTO SLR-REFERENCE
               WRITE SUBLEDGER-REGISTER-RECORD
               CLOSE REGISTER-FILE
           END-IF.
       5000-VERSER-RECETTES-FIN.
           EXIT.
               CLOSE SALES-FILE
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE TICKET-REGISTER-FILE.
           CLOSE LEDGER-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "RECETTES DU CARROUSEL TERMINEES.".
           DISPLAY "TICKETS VENDUS        : " WS-TICKET-CNT.
           DISPLAY "PLACES EMBARQUEES     : " WS-PLACES-CNT.
           DISPLAY "PAYES EN POINTS       : " WS-RACHAT-CNT.
           DISPLAY "RACHATS REFUSES       : " WS-REFUS-CNT.
           MOVE WS-RECETTE-TOTALE TO WS-MONTANT-EDITE.
           DISPLAY "RECETTE TOTALE        : " WS-MONTANT-EDITE.
           DISPLAY "------------------------------------------------".
