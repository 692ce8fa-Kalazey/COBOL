       IDENTIFICATION DIVISION.
       PROGRAM-ID. RideWorkOrderBatch.
       AUTHOR. Mathieu.

      * Ride maintenance work orders and the spare-parts store. A
      * failed inspection used to leave the carousel locked with no
      * trace of the repair; RideInspectionBatch now opens a work
      * order for it on Data/RIDE-WORK-ORDERS.txt, and this run
      * carries the work orders from there to their close. The
      * transaction file holds one line per movement:
      *   O  opens a work order by hand on a ride, immobilising it
      *      or not, numbered after the last one;
      *   T  puts a technician on it - an employee of the employee
      *      master, active;
      *   H  books hours worked by that technician, valued at the
      *      hourly rate of the maintenance parameter;
      *   P  books a part consumed from the store, valued at its
      *      unit cost - never more than the stock on hand;
      *   R  receives parts into the store (no work order);
      *   C  closes the work order once a technician has worked it.
      * Hours and parts are appended to the work-order lines
      * (RideWorkOrderLine.cpy) RideMaintenanceCostBatch totals by
      * ride each month, and carried on the work order itself. The
      * close is the only way an immobilising work order lets go
      * of the ride - RideSessionScheduler boards nobody while one
      * is open - so every close rides AuditTrailWriter. Rejects go
      * to suspense with the reason and end the run with condition
      * code 4. The run prints the work orders still open and the
      * reorder list of the parts whose stock is down to their
      * reorder level.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT WORK-ORDER-FILE ASSIGN DYNAMIC WS-WO-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.

           SELECT WORK-ORDER-LINE-FILE ASSIGN DYNAMIC WS-WOL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WOL-STATUS.

           SELECT PARTS-FILE ASSIGN DYNAMIC WS-PARTS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARTS-STATUS.

           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT OPEN-REPORT-FILE ASSIGN DYNAMIC WS-OPEN-RPT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-RPT-STATUS.

           SELECT REORDER-FILE ASSIGN DYNAMIC WS-REORDER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REORDER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Only the fields the action needs are read; a blank date is
      * the run date.
       FD  TRANSACTION-FILE.
       01  WORK-ORDER-TRANSACTION.
           05 WOT-ACTION            PIC X(1).
               88 WOT-OUVRIR        VALUE "O".
               88 WOT-AFFECTER      VALUE "T".
               88 WOT-HEURES-SAISIE VALUE "H".
               88 WOT-PIECE-SAISIE  VALUE "P".
               88 WOT-RECEPTION     VALUE "R".
               88 WOT-CLOTURER      VALUE "C".
           05 WOT-OT-ID-X           PIC X(6).
           05 WOT-OT-ID REDEFINES WOT-OT-ID-X
                                    PIC 9(6).
           05 WOT-MANEGE            PIC X(10).
           05 WOT-BLOQUANT          PIC X(1).
           05 WOT-DESCRIPTION       PIC X(30).
           05 WOT-TECHNICIEN        PIC X(6).
           05 WOT-HEURES-X          PIC X(4).
           05 WOT-HEURES REDEFINES WOT-HEURES-X
                                    PIC 9(3)V9.
           05 WOT-PIECE             PIC X(8).
           05 WOT-QUANTITE-X        PIC X(4).
           05 WOT-QUANTITE REDEFINES WOT-QUANTITE-X
                                    PIC 9(4).
           05 WOT-DATE-X            PIC X(8).
           05 WOT-DATE REDEFINES WOT-DATE-X
                                    PIC 9(8).

       FD  WORK-ORDER-FILE.
           COPY "RideWorkOrder.cpy".

       FD  WORK-ORDER-LINE-FILE.
           COPY "RideWorkOrderLine.cpy".

       FD  PARTS-FILE.
           COPY "SparePart.cpy".

       FD  PARM-FILE.
       01  RIDE-MAINTENANCE-PARM.
           05 PRM-TAUX-HORAIRE      PIC 9(3)V99.

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EmployeeMaster.cpy".

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(80).

       FD  OPEN-REPORT-FILE.
       01  OPEN-REPORT-LINE         PIC X(100).

       FD  REORDER-FILE.
       01  REORDER-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".
           COPY "EmployeeStatusCodes.cpy".

       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/RIDE-WORK-ORDER-TXN.txt".
       01  WS-WO-PATH               PIC X(40)
                                 VALUE "Data/RIDE-WORK-ORDERS.txt".
       01  WS-WOL-PATH              PIC X(40)
                               VALUE "Data/RIDE-WORK-ORDER-LINES.txt".
       01  WS-PARTS-PATH            PIC X(40)
                                 VALUE "Data/SPARE-PARTS.txt".
       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/RIDE-MAINTENANCE-PARM.txt".
       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/EMPLOYEE-MASTER.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/RIDE-WORK-ORDER-ERR.txt".
       01  WS-OPEN-RPT-PATH         PIC X(40)
                              VALUE "Data/WORK-ORDER-OPEN-REPORT.txt".
       01  WS-REORDER-PATH          PIC X(40)
                                 VALUE "Data/PARTS-REORDER-LIST.txt".
       01  WS-TXN-STATUS            PIC XX.
       01  WS-WO-STATUS             PIC XX.
       01  WS-WOL-STATUS            PIC XX.
       01  WS-PARTS-STATUS          PIC XX.
       01  WS-PARM-STATUS           PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-OPEN-RPT-STATUS       PIC XX.
       01  WS-REORDER-STATUS        PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-TAUX-HORAIRE          PIC 9(3)V99 VALUE ZERO.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-DATE-MOUVEMENT        PIC 9(8).
       01  WS-DATE-VALIDE           PIC X.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                    VALUE "RideWorkOrderBatch".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

       01  WS-EMPLOYEE-CNT          PIC 9(5) VALUE ZERO.
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMPLOYEE-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-EMPLOYEE-CNT
                   INDEXED BY EX.
               10 WS-E-ID           PIC X(6).
               10 WS-E-STATUT       PIC X(8).
       01  WS-E-TROUVE              PIC 9(5).

       01  WS-WO-CNT                PIC 9(5) VALUE ZERO.
       01  WS-W                     PIC 9(5).
       01  WS-W-TROUVE              PIC 9(5).
       01  WS-DERNIER-OT            PIC 9(6) VALUE ZERO.
       01  WS-WO-TABLE.
           05 WS-WO-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-WO-CNT
                   INDEXED BY WX.
               10 WS-W-RECORD       PIC X(94).

       01  WS-PART-CNT              PIC 9(4) VALUE ZERO.
       01  WS-P                     PIC 9(4).
       01  WS-P-TROUVE              PIC 9(4).
       01  WS-PART-TABLE.
           05 WS-PART-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON WS-PART-CNT
                   INDEXED BY PX.
               10 WS-P-RECORD       PIC X(54).

       01  WS-MOTIF-REJET           PIC X(40).
       01  WS-MONTANT               PIC 9(7)V99.
       01  WS-QUANTITE              PIC 9(4)V9.
       01  WS-COUT-TOTAL            PIC 9(8)V99.
       01  WS-VALEUR-COMMANDE       PIC 9(8)V99.
       01  WS-MONTANT-EDITE         PIC Z(7)9.99.
       01  WS-HEURES-EDITE          PIC Z(3)9.9.
       01  WS-QTE-EDITE             PIC Z(4)9.
       01  WS-SEUIL-EDITE           PIC Z(4)9.
       01  WS-COMMANDE-EDITE        PIC Z(4)9.

       01  WS-LUS-CNT               PIC 9(5) VALUE ZERO.
       01  WS-OUVERTS-CNT           PIC 9(5) VALUE ZERO.
       01  WS-AFFECTES-CNT          PIC 9(5) VALUE ZERO.
       01  WS-HEURES-CNT            PIC 9(5) VALUE ZERO.
       01  WS-PIECES-CNT            PIC 9(5) VALUE ZERO.
       01  WS-RECEPTIONS-CNT        PIC 9(5) VALUE ZERO.
       01  WS-CLOS-CNT              PIC 9(5) VALUE ZERO.
       01  WS-REJETS-CNT            PIC 9(5) VALUE ZERO.
       01  WS-EN-COURS-CNT          PIC 9(5) VALUE ZERO.
       01  WS-BLOQUANTS-CNT         PIC 9(5) VALUE ZERO.
       01  WS-REAPPRO-CNT           PIC 9(4) VALUE ZERO.
       01  WS-REAPPRO-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-EDITE           PIC Z(8)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITEMENT-DEB
              THRU 2000-TRAITEMENT-FIN
              UNTIL END-OF-FILE.

           PERFORM 5000-SAUVEGARDER-ORDRES-DEB
              THRU 5000-SAUVEGARDER-ORDRES-FIN.

           PERFORM 5100-SAUVEGARDER-PIECES-DEB
              THRU 5100-SAUVEGARDER-PIECES-FIN.

           PERFORM 6000-LISTER-ORDRES-DEB
              THRU 6000-LISTER-ORDRES-FIN.

           PERFORM 7000-LISTER-REAPPRO-DEB
              THRU 7000-LISTER-REAPPRO-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      * No hourly rate, no labour can be valued.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE PARM-FILE: " WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY "TAUX HORAIRE NON RENSEIGNE - RUN ABANDONNE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE PRM-TAUX-HORAIRE TO WS-TAUX-HORAIRE.
           CLOSE PARM-FILE.

           PERFORM 1100-CHARGER-EMPLOYES-DEB
              THRU 1100-CHARGER-EMPLOYES-FIN.

           PERFORM 1200-CHARGER-ORDRES-DEB
              THRU 1200-CHARGER-ORDRES-FIN.

           PERFORM 1300-CHARGER-PIECES-DEB
              THRU 1300-CHARGER-PIECES-FIN.

           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SUSPENSE-FILE: "
                       WS-SUSPENSE-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND WORK-ORDER-LINE-FILE.
           IF WS-WOL-STATUS = "05" OR WS-WOL-STATUS = "35"
               OPEN OUTPUT WORK-ORDER-LINE-FILE
           END-IF.
           IF WS-WOL-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE WORK-ORDER-LINE-FILE: "
                       WS-WOL-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-STATUS = "35"
               DISPLAY "AUCUN MOUVEMENT D'ORDRE DE TRAVAIL"
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

           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE 50 TO RH-LINES-PER-PAGE.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-CHARGER-EMPLOYES-DEB.
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
       1100-CHARGER-EMPLOYES-FIN.
           EXIT.

      * No work-order master yet is a master with no work order.
       1200-CHARGER-ORDRES-DEB.
           OPEN INPUT WORK-ORDER-FILE.
           IF WS-WO-STATUS = "00"
               PERFORM UNTIL WS-WO-STATUS = "10"
                   READ WORK-ORDER-FILE
                       AT END
                           MOVE "10" TO WS-WO-STATUS
                       NOT AT END
                           IF WS-WO-CNT >= 9999
                               DISPLAY "TABLE DES ORDRES DE TRAVAIL "
                                       "PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-WO-CNT
                           SET WX TO WS-WO-CNT
                           MOVE RIDE-WORK-ORDER-RECORD
                               TO WS-W-RECORD(WX)
                           IF WO-ID > WS-DERNIER-OT
                               MOVE WO-ID TO WS-DERNIER-OT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-ORDER-FILE
           END-IF.
       1200-CHARGER-ORDRES-FIN.
           EXIT.

       1300-CHARGER-PIECES-DEB.
           OPEN INPUT PARTS-FILE.
           IF WS-PARTS-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE PARTS-FILE: "
                       WS-PARTS-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-PARTS-STATUS = "10"
               READ PARTS-FILE
                   AT END
                       MOVE "10" TO WS-PARTS-STATUS
                   NOT AT END
                       IF WS-PART-CNT >= 2000
                           DISPLAY "TABLE DES PIECES PLEINE"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PART-CNT
                       SET PX TO WS-PART-CNT
                       MOVE SPARE-PART-RECORD TO WS-P-RECORD(PX)
               END-READ
           END-PERFORM.
           CLOSE PARTS-FILE.
       1300-CHARGER-PIECES-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-LUS-CNT.
           MOVE SPACES TO WS-MOTIF-REJET.

           PERFORM 2150-CHERCHER-ORDRE-DEB
              THRU 2150-CHERCHER-ORDRE-FIN.

           IF WOT-DATE-X = SPACES
               MOVE WS-RUN-DATE TO WS-DATE-MOUVEMENT
           ELSE
               IF WOT-DATE-X IS NUMERIC
                   CALL "DateValidator" USING WOT-DATE WS-DATE-VALIDE
               ELSE
                   MOVE "N" TO WS-DATE-VALIDE
               END-IF
               IF WS-DATE-VALIDE NOT = "Y"
                   MOVE "DATE INVALIDE" TO WS-MOTIF-REJET
               ELSE
                   IF WOT-DATE > WS-RUN-DATE
                       MOVE "DATE FUTURE" TO WS-MOTIF-REJET
                   ELSE
                       MOVE WOT-DATE TO WS-DATE-MOUVEMENT
                   END-IF
               END-IF
           END-IF.

           IF WS-MOTIF-REJET = SPACES
               EVALUATE TRUE
                   WHEN WOT-OUVRIR
                       PERFORM 2200-OUVRIR-ORDRE-DEB
                          THRU 2200-OUVRIR-ORDRE-FIN
                   WHEN WOT-AFFECTER
                       PERFORM 2300-AFFECTER-TECHNICIEN-DEB
                          THRU 2300-AFFECTER-TECHNICIEN-FIN
                   WHEN WOT-HEURES-SAISIE
                       PERFORM 2400-SAISIR-HEURES-DEB
                          THRU 2400-SAISIR-HEURES-FIN
                   WHEN WOT-PIECE-SAISIE
                       PERFORM 2500-CONSOMMER-PIECE-DEB
                          THRU 2500-CONSOMMER-PIECE-FIN
                   WHEN WOT-RECEPTION
                       PERFORM 2600-RECEVOIR-PIECE-DEB
                          THRU 2600-RECEVOIR-PIECE-FIN
                   WHEN WOT-CLOTURER
                       PERFORM 2700-CLOTURER-ORDRE-DEB
                          THRU 2700-CLOTURER-ORDRE-FIN
                   WHEN OTHER
                       MOVE "ACTION INCONNUE" TO WS-MOTIF-REJET
               END-EVALUATE
           END-IF.

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

      * The work order the line names, left in the record area when
      * found.
       2150-CHERCHER-ORDRE-DEB.
           MOVE ZERO TO WS-W-TROUVE.
           IF WOT-OT-ID-X IS NUMERIC
               PERFORM VARYING WS-W FROM 1 BY 1
                       UNTIL WS-W > WS-WO-CNT OR WS-W-TROUVE > ZERO
                   IF WS-W-RECORD(WS-W)(1:6) = WOT-OT-ID-X
                       MOVE WS-W TO WS-W-TROUVE
                       MOVE WS-W-RECORD(WS-W)
                           TO RIDE-WORK-ORDER-RECORD
                   END-IF
               END-PERFORM
           END-IF.
       2150-CHERCHER-ORDRE-FIN.
           EXIT.

      * The part the line names, left in the record area when found.
       2160-CHERCHER-PIECE-DEB.
           MOVE ZERO TO WS-P-TROUVE.
           IF WOT-PIECE NOT = SPACES
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PART-CNT OR WS-P-TROUVE > ZERO
                   IF WS-P-RECORD(WS-P)(1:8) = WOT-PIECE
                       MOVE WS-P TO WS-P-TROUVE
                       MOVE WS-P-RECORD(WS-P) TO SPARE-PART-RECORD
                   END-IF
               END-PERFORM
           END-IF.
       2160-CHERCHER-PIECE-FIN.
           EXIT.

      * A technician is an active employee of the master.
       2170-CONTROLER-TECHNICIEN-DEB.
           MOVE ZERO TO WS-E-TROUVE.
           PERFORM VARYING EX FROM 1 BY 1
                   UNTIL EX > WS-EMPLOYEE-CNT OR WS-E-TROUVE > ZERO
               IF WS-E-ID(EX) = WOT-TECHNICIEN
                   SET WS-E-TROUVE TO EX
               END-IF
           END-PERFORM.
           IF WS-E-TROUVE = ZERO
               MOVE "TECHNICIEN INCONNU" TO WS-MOTIF-REJET
           ELSE
               MOVE WS-E-STATUT(WS-E-TROUVE) TO WS-STATUT-EMPLOYE
               IF NOT STATUT-ACTIF
                   MOVE "TECHNICIEN NON ACTIF" TO WS-MOTIF-REJET
               END-IF
           END-IF.
       2170-CONTROLER-TECHNICIEN-FIN.
           EXIT.

      * Hours, parts and the close need a work order still open.
       2180-CONTROLER-ORDRE-OUVERT-DEB.
           IF WS-W-TROUVE = ZERO
               MOVE "ORDRE DE TRAVAIL INCONNU" TO WS-MOTIF-REJET
           ELSE
               IF NOT WO-OUVERT
                   MOVE "ORDRE DE TRAVAIL DEJA CLOS" TO WS-MOTIF-REJET
               END-IF
           END-IF.
       2180-CONTROLER-ORDRE-OUVERT-FIN.
           EXIT.

      * A work order raised by hand; a technician may be named
      * straight away.
       2200-OUVRIR-ORDRE-DEB.
           EVALUATE TRUE
               WHEN WOT-MANEGE = SPACES
                   MOVE "MANEGE ABSENT" TO WS-MOTIF-REJET
               WHEN WOT-DESCRIPTION = SPACES
                   MOVE "DESCRIPTION ABSENTE" TO WS-MOTIF-REJET
               WHEN WOT-BLOQUANT NOT = "Y" AND WOT-BLOQUANT NOT = "N"
                       AND WOT-BLOQUANT NOT = SPACE
                   MOVE "IMMOBILISATION INVALIDE (Y OU N)"
                       TO WS-MOTIF-REJET
               WHEN WS-WO-CNT >= 9999
                   DISPLAY "TABLE DES ORDRES DE TRAVAIL PLEINE"
                   MOVE "TABLE PLEINE" TO WS-MOTIF-REJET
           END-EVALUATE.
           IF WS-MOTIF-REJET = SPACES AND WOT-TECHNICIEN NOT = SPACES
               PERFORM 2170-CONTROLER-TECHNICIEN-DEB
                  THRU 2170-CONTROLER-TECHNICIEN-FIN
           END-IF.

           IF WS-MOTIF-REJET = SPACES
               ADD 1 TO WS-DERNIER-OT
               MOVE SPACES TO RIDE-WORK-ORDER-RECORD
               MOVE WS-DERNIER-OT TO WO-ID
               MOVE WOT-MANEGE TO WO-MANEGE
               SET WO-MANUEL TO TRUE
               IF WOT-BLOQUANT = "Y"
                   SET WO-IMMOBILISE TO TRUE
               ELSE
                   MOVE "N" TO WO-BLOQUANT
               END-IF
               MOVE WOT-DESCRIPTION TO WO-DESCRIPTION
               MOVE WS-DATE-MOUVEMENT TO WO-DATE-OUVERTURE
               MOVE WOT-TECHNICIEN TO WO-TECHNICIEN
               MOVE ZERO TO WO-HEURES WO-COUT-MO WO-COUT-PIECES
                            WO-DATE-CLOTURE
               SET WO-OUVERT TO TRUE
               ADD 1 TO WS-WO-CNT
               SET WX TO WS-WO-CNT
               MOVE RIDE-WORK-ORDER-RECORD TO WS-W-RECORD(WX)
               ADD 1 TO WS-OUVERTS-CNT
           END-IF.
       2200-OUVRIR-ORDRE-FIN.
           EXIT.

      * A technician may be replaced while the work order is open.
       2300-AFFECTER-TECHNICIEN-DEB.
           PERFORM 2180-CONTROLER-ORDRE-OUVERT-DEB
              THRU 2180-CONTROLER-ORDRE-OUVERT-FIN.
           IF WS-MOTIF-REJET = SPACES
               PERFORM 2170-CONTROLER-TECHNICIEN-DEB
                  THRU 2170-CONTROLER-TECHNICIEN-FIN
           END-IF.
           IF WS-MOTIF-REJET = SPACES
               MOVE WOT-TECHNICIEN TO WO-TECHNICIEN
               MOVE RIDE-WORK-ORDER-RECORD TO WS-W-RECORD(WS-W-TROUVE)
               ADD 1 TO WS-AFFECTES-CNT
           END-IF.
       2300-AFFECTER-TECHNICIEN-FIN.
           EXIT.

      * Hours go to the technician on the work order.
       2400-SAISIR-HEURES-DEB.
           PERFORM 2180-CONTROLER-ORDRE-OUVERT-DEB
              THRU 2180-CONTROLER-ORDRE-OUVERT-FIN.
           IF WS-MOTIF-REJET = SPACES
               EVALUATE TRUE
                   WHEN WO-TECHNICIEN = SPACES
                       MOVE "AUCUN TECHNICIEN AFFECTE"
                           TO WS-MOTIF-REJET
                   WHEN WOT-HEURES-X IS NOT NUMERIC
                       MOVE "HEURES INVALIDES" TO WS-MOTIF-REJET
                   WHEN WOT-HEURES = ZERO
                       MOVE "HEURES INVALIDES" TO WS-MOTIF-REJET
               END-EVALUATE
           END-IF.

           IF WS-MOTIF-REJET = SPACES
               COMPUTE WS-MONTANT ROUNDED =
                       WOT-HEURES * WS-TAUX-HORAIRE
               MOVE WOT-HEURES TO WS-QUANTITE
               ADD WOT-HEURES TO WO-HEURES
               ADD WS-MONTANT TO WO-COUT-MO
               MOVE RIDE-WORK-ORDER-RECORD TO WS-W-RECORD(WS-W-TROUVE)
               MOVE SPACES TO RIDE-WORK-ORDER-LINE
               SET WOL-MAIN-OEUVRE TO TRUE
               MOVE WO-TECHNICIEN TO WOL-TECHNICIEN
               PERFORM 2900-ECRIRE-LIGNE-DEB
                  THRU 2900-ECRIRE-LIGNE-FIN
               ADD 1 TO WS-HEURES-CNT
           END-IF.
       2400-SAISIR-HEURES-FIN.
           EXIT.

      * A part leaves the store only if the stock covers it.
       2500-CONSOMMER-PIECE-DEB.
           PERFORM 2180-CONTROLER-ORDRE-OUVERT-DEB
              THRU 2180-CONTROLER-ORDRE-OUVERT-FIN.
           IF WS-MOTIF-REJET = SPACES
               PERFORM 2160-CHERCHER-PIECE-DEB
                  THRU 2160-CHERCHER-PIECE-FIN
               EVALUATE TRUE
                   WHEN WS-P-TROUVE = ZERO
                       MOVE "PIECE INCONNUE" TO WS-MOTIF-REJET
                   WHEN WOT-QUANTITE-X IS NOT NUMERIC
                       MOVE "QUANTITE INVALIDE" TO WS-MOTIF-REJET
                   WHEN WOT-QUANTITE = ZERO
                       MOVE "QUANTITE INVALIDE" TO WS-MOTIF-REJET
                   WHEN WOT-QUANTITE > PRT-STOCK
                       MOVE PRT-STOCK TO WS-QTE-EDITE
                       STRING "STOCK INSUFFISANT (" WS-QTE-EDITE ")"
                              DELIMITED BY SIZE INTO WS-MOTIF-REJET
               END-EVALUATE
           END-IF.

           IF WS-MOTIF-REJET = SPACES
               SUBTRACT WOT-QUANTITE FROM PRT-STOCK
               MOVE SPARE-PART-RECORD TO WS-P-RECORD(WS-P-TROUVE)
               COMPUTE WS-MONTANT ROUNDED =
                       WOT-QUANTITE * PRT-COUT-UNITAIRE
               MOVE WOT-QUANTITE TO WS-QUANTITE
               ADD WS-MONTANT TO WO-COUT-PIECES
               MOVE RIDE-WORK-ORDER-RECORD TO WS-W-RECORD(WS-W-TROUVE)
               MOVE SPACES TO RIDE-WORK-ORDER-LINE
               SET WOL-PIECE-USEE TO TRUE
               MOVE WO-TECHNICIEN TO WOL-TECHNICIEN
               MOVE PRT-CODE TO WOL-PIECE
               PERFORM 2900-ECRIRE-LIGNE-DEB
                  THRU 2900-ECRIRE-LIGNE-FIN
               ADD 1 TO WS-PIECES-CNT
           END-IF.
       2500-CONSOMMER-PIECE-FIN.
           EXIT.

       2600-RECEVOIR-PIECE-DEB.
           PERFORM 2160-CHERCHER-PIECE-DEB
              THRU 2160-CHERCHER-PIECE-FIN.
           EVALUATE TRUE
               WHEN WS-P-TROUVE = ZERO
                   MOVE "PIECE INCONNUE" TO WS-MOTIF-REJET
               WHEN WOT-QUANTITE-X IS NOT NUMERIC
                   MOVE "QUANTITE INVALIDE" TO WS-MOTIF-REJET
               WHEN WOT-QUANTITE = ZERO
                   MOVE "QUANTITE INVALIDE" TO WS-MOTIF-REJET
               WHEN PRT-STOCK + WOT-QUANTITE > 99999
                   MOVE "STOCK HORS CAPACITE" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET = SPACES
               ADD WOT-QUANTITE TO PRT-STOCK
               MOVE SPARE-PART-RECORD TO WS-P-RECORD(WS-P-TROUVE)
               ADD 1 TO WS-RECEPTIONS-CNT
           END-IF.
       2600-RECEVOIR-PIECE-FIN.
           EXIT.

      * Closing is what lets go of an immobilised ride, so it is
      * refused on a work order nobody has worked, and audited.
       2700-CLOTURER-ORDRE-DEB.
           PERFORM 2180-CONTROLER-ORDRE-OUVERT-DEB
              THRU 2180-CONTROLER-ORDRE-OUVERT-FIN.
           IF WS-MOTIF-REJET = SPACES AND WO-TECHNICIEN = SPACES
               MOVE "AUCUN TECHNICIEN AFFECTE" TO WS-MOTIF-REJET
           END-IF.
           IF WS-MOTIF-REJET = SPACES
                   AND WS-DATE-MOUVEMENT < WO-DATE-OUVERTURE
               MOVE "CLOTURE AVANT OUVERTURE" TO WS-MOTIF-REJET
           END-IF.

           IF WS-MOTIF-REJET = SPACES
               MOVE SPACES TO WS-AT-BEFORE
               STRING "OT " WO-ID " " WO-MANEGE " OUVERT BLOQUANT "
                      WO-BLOQUANT
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
               SET WO-CLOS TO TRUE
               MOVE WS-DATE-MOUVEMENT TO WO-DATE-CLOTURE
               MOVE RIDE-WORK-ORDER-RECORD TO WS-W-RECORD(WS-W-TROUVE)
               MOVE SPACES TO WS-AT-AFTER
               IF WO-IMMOBILISE
                   STRING "OT " WO-ID " CLOS " WO-DATE-CLOTURE
                          " TECH " WO-TECHNICIEN " - VERROU LEVE"
                          DELIMITED BY SIZE INTO WS-AT-AFTER
               ELSE
                   STRING "OT " WO-ID " CLOS " WO-DATE-CLOTURE
                          " TECH " WO-TECHNICIEN
                          DELIMITED BY SIZE INTO WS-AT-AFTER
               END-IF
               CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                   WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER
               ADD 1 TO WS-CLOS-CNT
           END-IF.
       2700-CLOTURER-ORDRE-FIN.
           EXIT.

       2800-REJETER-DEB.
           MOVE SPACES TO SUSPENSE-LINE.
           STRING WOT-ACTION " " WOT-OT-ID-X " " WOT-MANEGE " "
                  WOT-TECHNICIEN " " WOT-PIECE " " WS-MOTIF-REJET
                  DELIMITED BY SIZE INTO SUSPENSE-LINE.
           WRITE SUSPENSE-LINE.
           ADD 1 TO WS-REJETS-CNT.
           MOVE 4 TO RETURN-CODE.
       2800-REJETER-FIN.
           EXIT.

      * The movement line of an hour or part entry, the type and
      * technician already set.
       2900-ECRIRE-LIGNE-DEB.
           MOVE WO-ID TO WOL-OT-ID.
           MOVE WO-MANEGE TO WOL-MANEGE.
           MOVE WS-DATE-MOUVEMENT TO WOL-DATE.
           MOVE WS-QUANTITE TO WOL-QUANTITE.
           MOVE WS-MONTANT TO WOL-MONTANT.
           WRITE RIDE-WORK-ORDER-LINE.
       2900-ECRIRE-LIGNE-FIN.
           EXIT.

       5000-SAUVEGARDER-ORDRES-DEB.
           OPEN OUTPUT WORK-ORDER-FILE.
           IF WS-WO-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE WORK-ORDER-FILE: "
                       WS-WO-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-W FROM 1 BY 1
                   UNTIL WS-W > WS-WO-CNT
               MOVE WS-W-RECORD(WS-W) TO RIDE-WORK-ORDER-RECORD
               WRITE RIDE-WORK-ORDER-RECORD
           END-PERFORM.
           CLOSE WORK-ORDER-FILE.
       5000-SAUVEGARDER-ORDRES-FIN.
           EXIT.

       5100-SAUVEGARDER-PIECES-DEB.
           OPEN OUTPUT PARTS-FILE.
           IF WS-PARTS-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE PARTS-FILE: "
                       WS-PARTS-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PART-CNT
               MOVE WS-P-RECORD(WS-P) TO SPARE-PART-RECORD
               WRITE SPARE-PART-RECORD
           END-PERFORM.
           CLOSE PARTS-FILE.
       5100-SAUVEGARDER-PIECES-FIN.
           EXIT.

      * Every work order still open, immobilising ones flagged, with
      * the hours and cost booked so far.
       6000-LISTER-ORDRES-DEB.
           OPEN OUTPUT OPEN-REPORT-FILE.
           IF WS-OPEN-RPT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE OPEN-REPORT-FILE: "
                       WS-OPEN-RPT-STATUS
               STOP RUN
           END-IF.
           MOVE "RideWorkOrderBatch" TO RH-PROGRAM-ID.
           MOVE "ORDRES OUVERTS" TO RH-REPORT-TITLE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM VARYING WS-W FROM 1 BY 1
                   UNTIL WS-W > WS-WO-CNT
               MOVE WS-W-RECORD(WS-W) TO RIDE-WORK-ORDER-RECORD
               IF WO-OUVERT
                   ADD 1 TO WS-EN-COURS-CNT
                   IF WO-IMMOBILISE
                       ADD 1 TO WS-BLOQUANTS-CNT
                   END-IF
                   PERFORM 6900-ENTETE-ORDRES-DEB
                      THRU 6900-ENTETE-ORDRES-FIN
                   COMPUTE WS-COUT-TOTAL = WO-COUT-MO + WO-COUT-PIECES
                   MOVE WS-COUT-TOTAL TO WS-MONTANT-EDITE
                   MOVE WO-HEURES TO WS-HEURES-EDITE
                   MOVE SPACES TO OPEN-REPORT-LINE
                   STRING WO-ID " " WO-MANEGE " " WO-ORIGINE " "
                          WO-BLOQUANT " " WO-DATE-OUVERTURE " "
                          WO-TECHNICIEN " " WS-HEURES-EDITE " "
                          WS-MONTANT-EDITE " " WO-DESCRIPTION
                          DELIMITED BY SIZE INTO OPEN-REPORT-LINE
                   WRITE OPEN-REPORT-LINE
                   ADD 1 TO RH-LINE-COUNT
               END-IF
           END-PERFORM.

           PERFORM 6900-ENTETE-ORDRES-DEB
              THRU 6900-ENTETE-ORDRES-FIN.
           MOVE SPACES TO OPEN-REPORT-LINE.
           STRING "ORDRES OUVERTS " WS-EN-COURS-CNT
                  "  DONT IMMOBILISANT UN MANEGE " WS-BLOQUANTS-CNT
                  DELIMITED BY SIZE INTO OPEN-REPORT-LINE.
           WRITE OPEN-REPORT-LINE.
           CLOSE OPEN-REPORT-FILE.
       6000-LISTER-ORDRES-FIN.
           EXIT.

       6900-ENTETE-ORDRES-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               ADD 1 TO RH-PAGE-NUMBER
               MOVE SPACES TO RH-HEADING-LINE-1
               STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                      " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                      DELIMITED BY SIZE INTO RH-HEADING-LINE-1
               MOVE SPACES TO OPEN-REPORT-LINE
               MOVE RH-HEADING-LINE-1 TO OPEN-REPORT-LINE
               WRITE OPEN-REPORT-LINE
               MOVE SPACES TO OPEN-REPORT-LINE
               STRING "OT     MANEGE     O B OUVERT   TECH  "
                      "HEURES        COUT DESCRIPTION"
                      DELIMITED BY SIZE INTO OPEN-REPORT-LINE
               WRITE OPEN-REPORT-LINE
               MOVE ZERO TO RH-LINE-COUNT
           END-IF.
       6900-ENTETE-ORDRES-FIN.
           EXIT.

      * Parts at or under their reorder level, with the quantity to
      * order and what it should cost at today's unit cost.
       7000-LISTER-REAPPRO-DEB.
           OPEN OUTPUT REORDER-FILE.
           IF WS-REORDER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REORDER-FILE: "
                       WS-REORDER-STATUS
               STOP RUN
           END-IF.
           MOVE "PIECES A COMMANDER" TO RH-REPORT-TITLE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PART-CNT
               MOVE WS-P-RECORD(WS-P) TO SPARE-PART-RECORD
               IF PRT-STOCK <= PRT-SEUIL
                   ADD 1 TO WS-REAPPRO-CNT
                   COMPUTE WS-VALEUR-COMMANDE =
                           PRT-QTE-COMMANDE * PRT-COUT-UNITAIRE
                   ADD WS-VALEUR-COMMANDE TO WS-REAPPRO-TOTAL
                   PERFORM 7900-ENTETE-REAPPRO-DEB
                      THRU 7900-ENTETE-REAPPRO-FIN
                   MOVE PRT-STOCK TO WS-QTE-EDITE
                   MOVE PRT-SEUIL TO WS-SEUIL-EDITE
                   MOVE PRT-QTE-COMMANDE TO WS-COMMANDE-EDITE
                   MOVE WS-VALEUR-COMMANDE TO WS-MONTANT-EDITE
                   MOVE SPACES TO REORDER-LINE
                   STRING PRT-CODE " " PRT-LIBELLE " " WS-QTE-EDITE
                          " " WS-SEUIL-EDITE " " WS-COMMANDE-EDITE
                          " " WS-MONTANT-EDITE
                          DELIMITED BY SIZE INTO REORDER-LINE
                   WRITE REORDER-LINE
                   ADD 1 TO RH-LINE-COUNT
               END-IF
           END-PERFORM.

           PERFORM 7900-ENTETE-REAPPRO-DEB
              THRU 7900-ENTETE-REAPPRO-FIN.
           MOVE WS-REAPPRO-TOTAL TO WS-TOTAL-EDITE.
           MOVE SPACES TO REORDER-LINE.
           STRING "PIECES A COMMANDER " WS-REAPPRO-CNT
                  "  VALEUR ESTIMEE " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO REORDER-LINE.
           WRITE REORDER-LINE.
           CLOSE REORDER-FILE.
       7000-LISTER-REAPPRO-FIN.
           EXIT.

       7900-ENTETE-REAPPRO-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               ADD 1 TO RH-PAGE-NUMBER
               MOVE SPACES TO RH-HEADING-LINE-1
               STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                      " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                      DELIMITED BY SIZE INTO RH-HEADING-LINE-1
               MOVE SPACES TO REORDER-LINE
               MOVE RH-HEADING-LINE-1 TO REORDER-LINE
               WRITE REORDER-LINE
               MOVE SPACES TO REORDER-LINE
               STRING "PIECE    LIBELLE                  STOCK "
                      "SEUIL   QTE      VALEUR"
                      DELIMITED BY SIZE INTO REORDER-LINE
               WRITE REORDER-LINE
               MOVE ZERO TO RH-LINE-COUNT
           END-IF.
       7900-ENTETE-REAPPRO-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           IF WS-TXN-STATUS = "00" OR WS-TXN-STATUS = "10"
               CLOSE TRANSACTION-FILE
           END-IF.
           CLOSE WORK-ORDER-LINE-FILE.
           CLOSE SUSPENSE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "ORDRES DE TRAVAIL DES MANEGES TERMINES.".
           DISPLAY "MOUVEMENTS LUS        : " WS-LUS-CNT.
           DISPLAY "ORDRES OUVERTS        : " WS-OUVERTS-CNT.
           DISPLAY "TECHNICIENS AFFECTES  : " WS-AFFECTES-CNT.
           DISPLAY "SAISIES D'HEURES      : " WS-HEURES-CNT.
           DISPLAY "PIECES CONSOMMEES     : " WS-PIECES-CNT.
           DISPLAY "RECEPTIONS DE PIECES  : " WS-RECEPTIONS-CNT.
           DISPLAY "ORDRES CLOS           : " WS-CLOS-CNT.
           DISPLAY "MOUVEMENTS REJETES    : " WS-REJETS-CNT.
           DISPLAY "ORDRES EN COURS       : " WS-EN-COURS-CNT.
           DISPLAY "DONT IMMOBILISANTS    : " WS-BLOQUANTS-CNT.
           DISPLAY "PIECES A COMMANDER    : " WS-REAPPRO-CNT.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
