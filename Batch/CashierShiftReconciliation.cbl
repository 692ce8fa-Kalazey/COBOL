       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashierShiftReconciliation.
       AUTHOR. Mathieu.

      * Cashier shift close and cash-drawer reconciliation for the
      * ticket sales - the shortage that was only found at the
      * monthly count. Each shift a cashier closes on a till is
      * entered on the shift-close file with the cash and the card
      * slips counted in the drawer; the takings the shift should
      * hold are the prices of the tickets the sold-ticket register
      * shows that cashier selling on that till that day, split by
      * the way they were paid. The report shows per shift what was
      * expected against what was counted and the over or short,
      * then the running over/short of every cashier over all the
      * shifts reconciled so far. A shortage beyond the tolerance
      * of Data/CASHIER-SHIFT-PARM.txt (10.00 when not given) goes
      * to a supervisor through ApprovalGate as type CAISSE, keyed
      * by the shift's own sign-off reference drawn from
      * NextNumberIssuer (family M) and requested in the cashier's
      * name, so the cashier cannot sign off their own shortage;
      * the shift stays waiting and is put back to the gate on
      * every run until the sign-off is given.
      * Tickets sold under a cashier with no shift closed for them
      * are totalled at the foot of the report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SHIFT-FILE ASSIGN DYNAMIC WS-SHIFT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SHIFT-STATUS.

           SELECT TICKET-REGISTER-FILE ASSIGN DYNAMIC WS-BILLETS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BILLETS-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  CASHIER-SHIFT-PARM.
           05 PRM-TOLERANCE-X       PIC X(5).
           05 PRM-TOLERANCE REDEFINES PRM-TOLERANCE-X
                                    PIC 9(3)V99.

       FD  SHIFT-FILE.
           COPY "CashierShiftClose.cpy".

       FD  TICKET-REGISTER-FILE.
           COPY "TicketRegister.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/CASHIER-SHIFT-PARM.txt".
       01  WS-SHIFT-PATH            PIC X(40)
                                 VALUE "Data/CASHIER-SHIFT-CLOSE.txt".
       01  WS-BILLETS-PATH          PIC X(40)
                                 VALUE "Data/TICKET-REGISTER.txt".
       01  WS-REPORT-PATH           PIC X(40)
                             VALUE "Data/CASHIER-SHIFT-REPORT.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-SHIFT-STATUS          PIC XX.
       01  WS-BILLETS-STATUS        PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-TOLERANCE             PIC 9(3)V99 VALUE 10.00.

      * One entry per shift closed, with the takings the register
      * expects from it.
       01  WS-SHIFT-CNT             PIC 9(5) VALUE ZERO.
       01  WS-S                     PIC 9(5).
       01  WS-SHIFT-TABLE.
           05 WS-SHIFT-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-SHIFT-CNT
                   INDEXED BY SX.
               10 WS-S-RECORD       PIC X(71).
               10 WS-S-ATT-ESPECES  PIC 9(7)V99.
               10 WS-S-ATT-CARTE    PIC 9(7)V99.
               10 WS-S-TICKETS      PIC 9(5).

      * Running over/short per cashier.
       01  WS-CUM-CNT               PIC 9(4) VALUE ZERO.
       01  WS-C                     PIC 9(4).
       01  WS-CUM-TABLE.
           05 WS-CUM-ENTRY OCCURS 999 TIMES
                   DEPENDING ON WS-CUM-CNT
                   INDEXED BY CX.
               10 WS-C-CAISSIER     PIC X(8).
               10 WS-C-SHIFTS       PIC 9(5).
               10 WS-C-ECART        PIC S9(7)V99.

       01  WS-TROUVE                PIC X.
           88 TROUVE                VALUE "Y".
       01  WS-ATTENDU               PIC 9(7)V99.
       01  WS-COMPTE                PIC 9(7)V99.
       01  WS-ECART                 PIC S9(7)V99.
       01  WS-MANQUE                PIC 9(7)V99.
       01  WS-ATTENDU-EDITE         PIC Z(6)9.99.
       01  WS-COMPTE-EDITE          PIC Z(6)9.99.
       01  WS-ECART-EDITE           PIC -(6)9.99.
       01  WS-STATUT-TEXTE          PIC X(20).

       01  WS-SANS-CLOTURE-CNT      PIC 9(5) VALUE ZERO.
       01  WS-SANS-CLOTURE-MONTANT  PIC 9(7)V99 VALUE ZERO.
       01  WS-RAPPROCHEES-CNT       PIC 9(5) VALUE ZERO.
       01  WS-ATTENTE-CNT           PIC 9(5) VALUE ZERO.
       01  WS-VISEES-CNT            PIC 9(5) VALUE ZERO.

       01  WS-TYPE-CAISSE           PIC X(8) VALUE "CAISSE".
       01  WS-AG-PROGRAMME          PIC X(20)
                                 VALUE "CashierShiftReconcil".
       01  WS-AG-CLE                PIC X(8).
       01  WS-AG-DETAIL             PIC X(40).
       01  WS-AG-DEMANDEUR          PIC X(8).
       01  WS-AG-VERDICT            PIC X(1).

       01  WS-NN-FAMILLE            PIC X(1) VALUE "M".
       01  WS-NN-ID                 PIC X(6).
       01  WS-NN-RESULT             PIC X(1).

       01  WS-RUN-DATE              PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-CUMULER-VENTES-DEB
              THRU 2000-CUMULER-VENTES-FIN.

           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SHIFT-CNT
               MOVE WS-S-RECORD(WS-S) TO CASHIER-SHIFT-CLOSE-RECORD
               EVALUATE TRUE
                   WHEN CSC-A-RAPPROCHER
                       PERFORM 3000-RAPPROCHER-SHIFT-DEB
                          THRU 3000-RAPPROCHER-SHIFT-FIN
                   WHEN CSC-EN-ATTENTE
                       PERFORM 3200-RELANCER-VISA-DEB
                          THRU 3200-RELANCER-VISA-FIN
               END-EVALUATE
           END-PERFORM.

           PERFORM 4000-CUMULER-CAISSIERS-DEB
              THRU 4000-CUMULER-CAISSIERS-FIN.

           PERFORM 5000-SAUVEGARDER-SHIFTS-DEB
              THRU 5000-SAUVEGARDER-SHIFTS-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PRM-TOLERANCE-X IS NUMERIC
                           MOVE PRM-TOLERANCE TO WS-TOLERANCE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

           OPEN INPUT SHIFT-FILE.
           IF WS-SHIFT-STATUS = "35"
               DISPLAY "AUCUNE CLOTURE DE CAISSE"
           ELSE
               IF WS-SHIFT-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE SHIFT-FILE: "
                           WS-SHIFT-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-SHIFT-STATUS = "10"
                   READ SHIFT-FILE
                       AT END
                           MOVE "10" TO WS-SHIFT-STATUS
                       NOT AT END
                           IF WS-SHIFT-CNT >= 9999
                               DISPLAY "TABLE DES CLOTURES PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-SHIFT-CNT
                           SET SX TO WS-SHIFT-CNT
                           MOVE CASHIER-SHIFT-CLOSE-RECORD
                               TO WS-S-RECORD(SX)
                           MOVE ZERO TO WS-S-ATT-ESPECES(SX)
                           MOVE ZERO TO WS-S-ATT-CARTE(SX)
                           MOVE ZERO TO WS-S-TICKETS(SX)
                   END-READ
               END-PERFORM
               CLOSE SHIFT-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE "CashierShiftReconciliation" TO RH-PROGRAM-ID.
           MOVE "RAPPROCHEMENT CAISSE" TO RH-REPORT-TITLE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.
       1000-INITIALISATION-FIN.
           EXIT.

      * Every ticket sold under a cashier is put to the shift of
      * that cashier, till and sale day, whatever became of the
      * ticket afterwards - a refund for a closed ride is paid from
      * the revenue account, not from the drawer.
       2000-CUMULER-VENTES-DEB.
           OPEN INPUT TICKET-REGISTER-FILE.
           IF WS-BILLETS-STATUS = "00"
               PERFORM UNTIL WS-BILLETS-STATUS = "10"
                   READ TICKET-REGISTER-FILE
                       AT END
                           MOVE "10" TO WS-BILLETS-STATUS
                       NOT AT END
                           IF TRG-CAISSIER NOT = SPACES
                               PERFORM 2100-AFFECTER-BILLET-DEB
                                  THRU 2100-AFFECTER-BILLET-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TICKET-REGISTER-FILE
           ELSE
               DISPLAY "REGISTRE DES BILLETS ABSENT"
           END-IF.
       2000-CUMULER-VENTES-FIN.
           EXIT.

       2100-AFFECTER-BILLET-DEB.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SHIFT-CNT OR TROUVE
               MOVE WS-S-RECORD(WS-S) TO CASHIER-SHIFT-CLOSE-RECORD
               IF CSC-CAISSIER = TRG-CAISSIER
                       AND CSC-CAISSE = TRG-CAISSE
                       AND CSC-DATE = TRG-DATE-VENTE
                   SET TROUVE TO TRUE
                   ADD 1 TO WS-S-TICKETS(WS-S)
                   IF TRG-CARTE
                       ADD TRG-PRIX TO WS-S-ATT-CARTE(WS-S)
                   ELSE
                       ADD TRG-PRIX TO WS-S-ATT-ESPECES(WS-S)
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT TROUVE
               ADD 1 TO WS-SANS-CLOTURE-CNT
               ADD TRG-PRIX TO WS-SANS-CLOTURE-MONTANT
           END-IF.
       2100-AFFECTER-BILLET-FIN.
           EXIT.

       2900-IMPRIMER-ENTETE-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               ADD 1 TO RH-PAGE-NUMBER
               MOVE SPACES TO RH-HEADING-LINE-1
               STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                      " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                      DELIMITED BY SIZE INTO RH-HEADING-LINE-1
               MOVE RH-HEADING-LINE-1 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "DATE     CAISSIER CAIS    ATTENDU     COMPTE"
                      "       ECART STATUT"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ZERO TO RH-LINE-COUNT
           END-IF.
       2900-IMPRIMER-ENTETE-FIN.
           EXIT.

       3000-RAPPROCHER-SHIFT-DEB.
           COMPUTE WS-ATTENDU = WS-S-ATT-ESPECES(WS-S)
                              + WS-S-ATT-CARTE(WS-S).
           COMPUTE WS-COMPTE = CSC-ESPECES + CSC-CARTE.
           COMPUTE WS-ECART = WS-COMPTE - WS-ATTENDU.
           MOVE WS-ATTENDU TO CSC-ATTENDU.
           MOVE WS-ECART TO CSC-ECART.
           MOVE WS-RUN-DATE TO CSC-DATE-RAPPROCHE.

           MOVE "N" TO WS-TROUVE.
           IF WS-ECART < ZERO
               COMPUTE WS-MANQUE = ZERO - WS-ECART
               IF WS-MANQUE > WS-TOLERANCE
                   SET TROUVE TO TRUE
               END-IF
           END-IF.

           IF TROUVE
               SET CSC-EN-ATTENTE TO TRUE
               PERFORM 3100-SOUMETTRE-MANQUE-DEB
                  THRU 3100-SOUMETTRE-MANQUE-FIN
           ELSE
               SET CSC-RAPPROCHEE TO TRUE
               ADD 1 TO WS-RAPPROCHEES-CNT
               MOVE "RAPPROCHEE" TO WS-STATUT-TEXTE
           END-IF.
           MOVE CASHIER-SHIFT-CLOSE-RECORD TO WS-S-RECORD(WS-S).

           PERFORM 3900-IMPRIMER-SHIFT-DEB
              THRU 3900-IMPRIMER-SHIFT-FIN.

           PERFORM 2900-IMPRIMER-ENTETE-DEB
              THRU 2900-IMPRIMER-ENTETE-FIN.
           MOVE WS-S-ATT-ESPECES(WS-S) TO WS-ATTENDU-EDITE.
           MOVE CSC-ESPECES TO WS-COMPTE-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "    ESPECES ATTENDU " WS-ATTENDU-EDITE
                  " COMPTE " WS-COMPTE-EDITE
                  "  TICKETS " WS-S-TICKETS(WS-S)
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           PERFORM 2900-IMPRIMER-ENTETE-DEB
              THRU 2900-IMPRIMER-ENTETE-FIN.
           MOVE WS-S-ATT-CARTE(WS-S) TO WS-ATTENDU-EDITE.
           MOVE CSC-CARTE TO WS-COMPTE-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "    CARTE   ATTENDU " WS-ATTENDU-EDITE
                  " COMPTE " WS-COMPTE-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       3000-RAPPROCHER-SHIFT-FIN.
           EXIT.

      * The shortage goes to the supervisor under the shift's
      * sign-off reference, drawn the first time and kept on the
      * shift, with the cashier as the requester; the detail leads
      * with the cashier, the full day and the till. A shift the
      * numbering cannot serve stays waiting for the next run.
       3100-SOUMETTRE-MANQUE-DEB.
           IF CSC-REF-VISA = SPACES
               CALL "NextNumberIssuer" USING WS-NN-FAMILLE
                   WS-NN-ID WS-NN-RESULT
               IF WS-NN-RESULT = "Y"
                   MOVE WS-NN-ID TO CSC-REF-VISA
               END-IF
           END-IF.
           IF CSC-REF-VISA = SPACES
               ADD 1 TO WS-ATTENTE-CNT
               MOVE "NUMEROTATION M KO" TO WS-STATUT-TEXTE
           ELSE
               PERFORM 3110-APPELER-VISA-DEB
                  THRU 3110-APPELER-VISA-FIN
           END-IF.
       3100-SOUMETTRE-MANQUE-FIN.
           EXIT.

       3110-APPELER-VISA-DEB.
           MOVE SPACES TO WS-AG-CLE.
           MOVE CSC-REF-VISA TO WS-AG-CLE.
           MOVE CSC-CAISSIER TO WS-AG-DEMANDEUR.
           COMPUTE WS-MANQUE = ZERO - CSC-ECART.
           MOVE WS-MANQUE TO WS-ATTENDU-EDITE.
           MOVE SPACES TO WS-AG-DETAIL.
           STRING CSC-CAISSIER " " CSC-DATE " " CSC-CAISSE
                  " MANQUE" WS-ATTENDU-EDITE
                  DELIMITED BY SIZE INTO WS-AG-DETAIL.
           CALL "ApprovalGate" USING WS-AG-PROGRAMME
               WS-TYPE-CAISSE WS-AG-CLE WS-AG-DETAIL
               WS-AG-DEMANDEUR WS-AG-VERDICT.
           IF WS-AG-VERDICT = "A"
               SET CSC-VISEE TO TRUE
               ADD 1 TO WS-VISEES-CNT
               MOVE "MANQUE VISE" TO WS-STATUT-TEXTE
           ELSE
               ADD 1 TO WS-ATTENTE-CNT
               MOVE "MANQUE - VISA REQUIS" TO WS-STATUT-TEXTE
           END-IF.
       3110-APPELER-VISA-FIN.
           EXIT.

      * A shortage still waiting goes back to the gate; it is
      * listed again until the supervisor has signed it off.
       3200-RELANCER-VISA-DEB.
           PERFORM 3100-SOUMETTRE-MANQUE-DEB
              THRU 3100-SOUMETTRE-MANQUE-FIN.
           MOVE CASHIER-SHIFT-CLOSE-RECORD TO WS-S-RECORD(WS-S).
           MOVE CSC-ATTENDU TO WS-ATTENDU.
           COMPUTE WS-COMPTE = CSC-ESPECES + CSC-CARTE.
           MOVE CSC-ECART TO WS-ECART.
           PERFORM 3900-IMPRIMER-SHIFT-DEB
              THRU 3900-IMPRIMER-SHIFT-FIN.
       3200-RELANCER-VISA-FIN.
           EXIT.

       3900-IMPRIMER-SHIFT-DEB.
           PERFORM 2900-IMPRIMER-ENTETE-DEB
              THRU 2900-IMPRIMER-ENTETE-FIN.
           MOVE WS-ATTENDU TO WS-ATTENDU-EDITE.
           MOVE WS-COMPTE TO WS-COMPTE-EDITE.
           MOVE WS-ECART TO WS-ECART-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING CSC-DATE " " CSC-CAISSIER " " CSC-CAISSE " "
                  WS-ATTENDU-EDITE " " WS-COMPTE-EDITE " "
                  WS-ECART-EDITE " " WS-STATUT-TEXTE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       3900-IMPRIMER-SHIFT-FIN.
           EXIT.

      * Running over/short of every cashier over all the shifts
      * reconciled so far, signed off or not.
       4000-CUMULER-CAISSIERS-DEB.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SHIFT-CNT
               MOVE WS-S-RECORD(WS-S) TO CASHIER-SHIFT-CLOSE-RECORD
               IF NOT CSC-A-RAPPROCHER
                   MOVE "N" TO WS-TROUVE
                   PERFORM VARYING WS-C FROM 1 BY 1
                           UNTIL WS-C > WS-CUM-CNT OR TROUVE
                       IF WS-C-CAISSIER(WS-C) = CSC-CAISSIER
                           SET TROUVE TO TRUE
                           ADD 1 TO WS-C-SHIFTS(WS-C)
                           ADD CSC-ECART TO WS-C-ECART(WS-C)
                       END-IF
                   END-PERFORM
                   IF NOT TROUVE
                       IF WS-CUM-CNT >= 999
                           DISPLAY "TABLE DES CAISSIERS PLEINE"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CUM-CNT
                       SET CX TO WS-CUM-CNT
                       MOVE CSC-CAISSIER TO WS-C-CAISSIER(CX)
                       MOVE 1 TO WS-C-SHIFTS(CX)
                       MOVE CSC-ECART TO WS-C-ECART(CX)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 2900-IMPRIMER-ENTETE-DEB
              THRU 2900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ECART CUMULE PAR CAISSIER" TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CUM-CNT
               PERFORM 2900-IMPRIMER-ENTETE-DEB
                  THRU 2900-IMPRIMER-ENTETE-FIN
               MOVE WS-C-ECART(WS-C) TO WS-ECART-EDITE
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-C-CAISSIER(WS-C)
                      " SHIFTS " WS-C-SHIFTS(WS-C)
                      " ECART CUMULE " WS-ECART-EDITE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           END-PERFORM.

           IF WS-SANS-CLOTURE-CNT > ZERO
               PERFORM 2900-IMPRIMER-ENTETE-DEB
                  THRU 2900-IMPRIMER-ENTETE-FIN
               MOVE WS-SANS-CLOTURE-MONTANT TO WS-ATTENDU-EDITE
               MOVE SPACES TO REPORT-LINE
               STRING "TICKETS SANS CLOTURE DE CAISSE "
                      WS-SANS-CLOTURE-CNT " MONTANT " WS-ATTENDU-EDITE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           END-IF.
       4000-CUMULER-CAISSIERS-FIN.
           EXIT.

       5000-SAUVEGARDER-SHIFTS-DEB.
           IF WS-SHIFT-CNT > ZERO
               OPEN OUTPUT SHIFT-FILE
               IF WS-SHIFT-STATUS NOT = "00"
                   DISPLAY "ERREUR REECRITURE SHIFT-FILE: "
                           WS-SHIFT-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-SHIFT-CNT
                   MOVE WS-S-RECORD(WS-S)
                       TO CASHIER-SHIFT-CLOSE-RECORD
                   WRITE CASHIER-SHIFT-CLOSE-RECORD
               END-PERFORM
               CLOSE SHIFT-FILE
           END-IF.
       5000-SAUVEGARDER-SHIFTS-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "RAPPROCHEMENT DES CAISSES TERMINE.".
           DISPLAY "SHIFTS RAPPROCHES     : " WS-RAPPROCHEES-CNT.
           DISPLAY "MANQUES VISES         : " WS-VISEES-CNT.
           DISPLAY "MANQUES EN ATTENTE    : " WS-ATTENTE-CNT.
           DISPLAY "TICKETS SANS CLOTURE  : " WS-SANS-CLOTURE-CNT.
           DISPLAY "------------------------------------------------".
           IF WS-ATTENTE-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-FIN.
           EXIT.
