       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportingLineMaintenance.
       AUTHOR. Mathieu.

      * Maintenance of the reporting line on the employee master,
      * which never said who anybody worked for - so a leave
      * request or a clock exception was decided by whoever
      * happened to see it. R sets the employee's direct manager
      * (blank: the employee heads the tree), O sets the operator
      * id the employee signs on with, which is how ApprovalRelease
      * knows that the operator deciding is the manager the request
      * is routed to. A manager must be on the master and not gone,
      * and the chain above them is walked up to its top: if it
      * comes back to the employee, the change would have the
      * employee report to themselves and is refused. An operator
      * id must be on the operator file and belong to nobody else.
      * The master is held under the lock for the whole run, rejects
      * go to suspense with their reason, every change rides
      * AuditTrailWriter and the employee history, and the run
      * balances with ControlTotals.cpy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPERATOR-FILE ASSIGN DYNAMIC WS-OPERATOR-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT TRANSACTION-FILE ASSIGN DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY "EmployeeMaster.cpy".

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OP-ID                 PIC X(8).
           05 OP-HASH               PIC 9(9).
           05 OP-LEVEL              PIC 9(1).

      * TXN-VALEUR holds the manager's employee id on R, the
      * operator id on O.
       FD  TRANSACTION-FILE.
       01  REPORTING-LINE-TRANSACTION.
           05 TXN-ACTION            PIC X(1).
               88 TXN-RATTACHEMENT  VALUE "R".
               88 TXN-OPERATEUR     VALUE "O".
           05 TXN-EMP-ID            PIC X(6).
           05 TXN-VALEUR            PIC X(8).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(70).

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "ReportingLineMaint".

       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/EMPLOYEE-MASTER.txt".
       01  WS-OPERATOR-PATH         PIC X(40)
                                 VALUE "Data/OPERATOR-FILE.txt".
       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/REPORTING-LINE-TXN.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/REPORTING-LINE-ERR.txt".
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-OPERATOR-STATUS       PIC XX.
       01  WS-TXN-STATUS            PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

      * Whole-file rewrite protection, as in the other master
      * maintenance jobs.
       01  WS-LOCK-PATH             PIC X(40)
                                 VALUE "Data/EMPLOYEE-MASTER.LCK".
       01  WS-LOCK-ACTION           PIC X(1).
       01  WS-LOCK-HOLDER           PIC X(20).
       01  WS-LOCK-RESULT           PIC X(1).
           88 VERROU-OBTENU         VALUE "O".

       01  WS-EMPLOYEE-CNT          PIC 9(5) VALUE ZERO.
       01  WS-E                     PIC 9(5).
       01  WS-EMP-INDEX             PIC 9(5) VALUE ZERO.
       01  WS-RESP-INDEX            PIC 9(5) VALUE ZERO.

      * The table holds the raw master records; the slots name the
      * fields this job reads or changes, the rest rides along
      * untouched.
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMPLOYEE-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-EMPLOYEE-CNT
                   INDEXED BY EX.
               10 WS-E-RECORD.
                   15 WS-E-ID           PIC X(6).
                   15 WS-E-NAME         PIC X(20).
                   15 WS-E-STATUT       PIC X(08).
                   15 FILLER            PIC X(01).
                   15 WS-E-LAST-UPDATE  PIC X(19).
                   15 FILLER            PIC X(30).
                   15 WS-E-RESPONSABLE  PIC X(6).
                   15 WS-E-OPERATEUR    PIC X(8).

       01  WS-OP-CNT                PIC 9(3) VALUE ZERO.
       01  WS-O                     PIC 9(3).
       01  WS-OPERATEUR-CONNU       PIC X.
           88 OPERATEUR-CONNU       VALUE "Y".

       01  WS-OP-TABLE.
           05 WS-OP-ENTRY OCCURS 200 TIMES
                   DEPENDING ON WS-OP-CNT
                   INDEXED BY OX.
               10 WS-O-ID           PIC X(8).

           COPY "EmployeeStatusCodes.cpy".

      * Walk up the chain above the proposed manager. The walk
      * is bounded by the head count, so a chain already broken on
      * file cannot hold the run.
       01  WS-CHAINE-ID             PIC X(6).
       01  WS-CHAINE-PAS            PIC 9(5).
       01  WS-CHAINE-SUIVANT        PIC 9(5).
       01  WS-CYCLE                 PIC X.
           88 CYCLE-DETECTE         VALUE "Y".

       01  WS-NOUVEAU-RESP          PIC X(6).
       01  WS-MOTIF-REJET           PIC X(30).

       01  WS-CURRENT-DATE.
           05 WS-CD-YEAR            PIC 9(4).
           05 WS-CD-MONTH           PIC 9(2).
           05 WS-CD-DAY             PIC 9(2).

       01  WS-CURRENT-TIME.
           05 WS-CT-HOURS           PIC 9(2).
           05 WS-CT-MINUTES         PIC 9(2).
           05 WS-CT-SECONDS         PIC 9(2).
           05 FILLER                PIC 9(2).

       01  WS-TOTAL-CNT             PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-CNT           PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-CNT          PIC 9(5) VALUE ZERO.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "ReportingLineMaint".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

       01  WS-EVT-CODE              PIC X(4) VALUE "HIER".
       01  WS-EVT-OLD               PIC X(20).
       01  WS-EVT-NEW               PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITEMENT-DEB
              THRU 2000-TRAITEMENT-FIN
              UNTIL END-OF-FILE.

           PERFORM 3000-SAUVEGARDER-MAITRE-DEB
              THRU 3000-SAUVEGARDER-MAITRE-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           MOVE "A" TO WS-LOCK-ACTION.
           MOVE "ReportingLineMaint" TO WS-LOCK-HOLDER.
           CALL "MasterLockManager" USING WS-LOCK-ACTION
               WS-LOCK-PATH WS-LOCK-HOLDER WS-LOCK-RESULT.
           IF NOT VERROU-OBTENU
               DISPLAY "MASTER VERROUILLE - RUN ABANDONNE "
                       "(VOIR LockManagerUtility)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-CHARGER-MAITRE-DEB
              THRU 1100-CHARGER-MAITRE-FIN.
           PERFORM 1200-CHARGER-OPERATEURS-DEB
              THRU 1200-CHARGER-OPERATEURS-FIN.

           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE TRANSACTION-FILE: "
                       WS-TXN-STATUS
               MOVE "R" TO WS-LOCK-ACTION
               CALL "MasterLockManager" USING WS-LOCK-ACTION
                   WS-LOCK-PATH WS-LOCK-HOLDER WS-LOCK-RESULT
               STOP RUN
           END-IF.

           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SUSPENSE-FILE: "
                       WS-SUSPENSE-STATUS
               MOVE "R" TO WS-LOCK-ACTION
               CALL "MasterLockManager" USING WS-LOCK-ACTION
                   WS-LOCK-PATH WS-LOCK-HOLDER WS-LOCK-RESULT
               STOP RUN
           END-IF.

           PERFORM 2100-LIRE-TRANSACTION-DEB
              THRU 2100-LIRE-TRANSACTION-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-CHARGER-MAITRE-DEB.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE EMPLOYEE-MASTER-FILE: "
                       WS-MASTER-STATUS
               MOVE "R" TO WS-LOCK-ACTION
               CALL "MasterLockManager" USING WS-LOCK-ACTION
                   WS-LOCK-PATH WS-LOCK-HOLDER WS-LOCK-RESULT
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MASTER-STATUS = "10"
               READ EMPLOYEE-MASTER-FILE
                   AT END
                       MOVE "10" TO WS-MASTER-STATUS
                   NOT AT END
                       IF WS-EMPLOYEE-CNT >= 9999
                           DISPLAY "TABLE DES EMPLOYES PLEINE"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-EMPLOYEE-CNT
                       SET EX TO WS-EMPLOYEE-CNT
                       MOVE EMPLOYEE-MASTER-RECORD TO WS-E-RECORD(EX)
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.
       1100-CHARGER-MAITRE-FIN.
           EXIT.

       1200-CHARGER-OPERATEURS-DEB.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
               DISPLAY "FICHIER OPERATEURS INDISPONIBLE: "
                       WS-OPERATOR-STATUS
               MOVE "R" TO WS-LOCK-ACTION
               CALL "MasterLockManager" USING WS-LOCK-ACTION
                   WS-LOCK-PATH WS-LOCK-HOLDER WS-LOCK-RESULT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-OPERATOR-STATUS = "10"
               READ OPERATOR-FILE
                   AT END
                       MOVE "10" TO WS-OPERATOR-STATUS
                   NOT AT END
                       IF WS-OP-CNT < 200
                           ADD 1 TO WS-OP-CNT
                           SET OX TO WS-OP-CNT
                           MOVE OP-ID TO WS-O-ID(OX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.
       1200-CHARGER-OPERATEURS-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-TOTAL-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           ADD 1 TO CT-INPUT-HASH-TOTAL.

           MOVE ZERO TO WS-EMP-INDEX.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EMPLOYEE-CNT
               IF WS-E-ID(WS-E) = TXN-EMP-ID
                   MOVE WS-E TO WS-EMP-INDEX
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-STATUT-EMPLOYE.
           IF WS-EMP-INDEX NOT = ZERO
               MOVE WS-E-STATUT(WS-EMP-INDEX) TO WS-STATUT-EMPLOYE
           END-IF.

           MOVE SPACES TO WS-MOTIF-REJET.
           EVALUATE TRUE
               WHEN NOT TXN-RATTACHEMENT AND NOT TXN-OPERATEUR
                   MOVE "CODE ACTION INVALIDE" TO WS-MOTIF-REJET
               WHEN WS-EMP-INDEX = ZERO
                   MOVE "EMPLOYE INTROUVABLE" TO WS-MOTIF-REJET
               WHEN STATUT-LICENCIE OR STATUT-RETRAITE
                   MOVE "EMPLOYE PARTI" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET = SPACES
               IF TXN-RATTACHEMENT
                   PERFORM 2300-CONTROLER-RATTACHEMENT-DEB
                      THRU 2300-CONTROLER-RATTACHEMENT-FIN
               ELSE
                   PERFORM 2500-CONTROLER-OPERATEUR-DEB
                      THRU 2500-CONTROLER-OPERATEUR-FIN
               END-IF
           END-IF.

           IF WS-MOTIF-REJET NOT = SPACES
               PERFORM 2700-REJETER-TRANSACTION-DEB
                  THRU 2700-REJETER-TRANSACTION-FIN
           ELSE
               IF TXN-RATTACHEMENT
                   PERFORM 2400-APPLIQUER-RATTACHEMENT-DEB
                      THRU 2400-APPLIQUER-RATTACHEMENT-FIN
               ELSE
                   PERFORM 2600-APPLIQUER-OPERATEUR-DEB
                      THRU 2600-APPLIQUER-OPERATEUR-FIN
               END-IF
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

      * R: the manager must be someone else, on the master and not
      * gone, and must not already sit below the employee.
       2300-CONTROLER-RATTACHEMENT-DEB.
           MOVE TXN-VALEUR(1:6) TO WS-NOUVEAU-RESP.
           MOVE ZERO TO WS-RESP-INDEX.
           IF WS-NOUVEAU-RESP NOT = SPACES
               PERFORM VARYING WS-E FROM 1 BY 1
                       UNTIL WS-E > WS-EMPLOYEE-CNT
                   IF WS-E-ID(WS-E) = WS-NOUVEAU-RESP
                       MOVE WS-E TO WS-RESP-INDEX
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACES TO WS-STATUT-EMPLOYE.
           IF WS-RESP-INDEX NOT = ZERO
               MOVE WS-E-STATUT(WS-RESP-INDEX) TO WS-STATUT-EMPLOYE
               PERFORM 2350-REMONTER-CHAINE-DEB
                  THRU 2350-REMONTER-CHAINE-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-NOUVEAU-RESP
                       = WS-E-RESPONSABLE(WS-EMP-INDEX)
                   MOVE "AUCUNE MODIFICATION" TO WS-MOTIF-REJET
               WHEN WS-NOUVEAU-RESP = SPACES
                   CONTINUE
               WHEN WS-NOUVEAU-RESP = TXN-EMP-ID
                   MOVE "RATTACHE A SOI-MEME" TO WS-MOTIF-REJET
               WHEN WS-RESP-INDEX = ZERO
                   MOVE "RESPONSABLE INTROUVABLE" TO WS-MOTIF-REJET
               WHEN STATUT-LICENCIE OR STATUT-RETRAITE
                   MOVE "RESPONSABLE PARTI" TO WS-MOTIF-REJET
               WHEN CYCLE-DETECTE
                   MOVE "CYCLE HIERARCHIQUE" TO WS-MOTIF-REJET
           END-EVALUATE.
       2300-CONTROLER-RATTACHEMENT-FIN.
           EXIT.

      * From the proposed manager upwards: meeting the employee on
      * the way means the employee would end up above themselves.
       2350-REMONTER-CHAINE-DEB.
           MOVE "N" TO WS-CYCLE.
           MOVE WS-NOUVEAU-RESP TO WS-CHAINE-ID.
           PERFORM VARYING WS-CHAINE-PAS FROM 1 BY 1
                   UNTIL WS-CHAINE-PAS > WS-EMPLOYEE-CNT
                      OR WS-CHAINE-ID = SPACES
                      OR CYCLE-DETECTE
               IF WS-CHAINE-ID = TXN-EMP-ID
                   MOVE "Y" TO WS-CYCLE
               ELSE
                   MOVE ZERO TO WS-CHAINE-SUIVANT
                   PERFORM VARYING WS-E FROM 1 BY 1
                           UNTIL WS-E > WS-EMPLOYEE-CNT
                       IF WS-E-ID(WS-E) = WS-CHAINE-ID
                           MOVE WS-E TO WS-CHAINE-SUIVANT
                       END-IF
                   END-PERFORM
                   IF WS-CHAINE-SUIVANT = ZERO
                       MOVE SPACES TO WS-CHAINE-ID
                   ELSE
                       MOVE WS-E-RESPONSABLE(WS-CHAINE-SUIVANT)
                           TO WS-CHAINE-ID
                   END-IF
               END-IF
           END-PERFORM.
       2350-REMONTER-CHAINE-FIN.
           EXIT.

       2400-APPLIQUER-RATTACHEMENT-DEB.
           MOVE SPACES TO WS-AT-BEFORE.
           STRING TXN-EMP-ID " RESPONSABLE="
                  WS-E-RESPONSABLE(WS-EMP-INDEX)
                  DELIMITED BY SIZE INTO WS-AT-BEFORE.
           MOVE SPACES TO WS-EVT-OLD.
           MOVE WS-E-RESPONSABLE(WS-EMP-INDEX) TO WS-EVT-OLD.

           MOVE WS-NOUVEAU-RESP TO WS-E-RESPONSABLE(WS-EMP-INDEX).
           PERFORM 2800-DATER-MISE-A-JOUR-DEB
              THRU 2800-DATER-MISE-A-JOUR-FIN.

           MOVE SPACES TO WS-AT-AFTER.
           STRING TXN-EMP-ID " RESPONSABLE=" WS-NOUVEAU-RESP
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.
           MOVE SPACES TO WS-EVT-NEW.
           MOVE WS-NOUVEAU-RESP TO WS-EVT-NEW.
           CALL "EmployeeEventWriter" USING TXN-EMP-ID
               WS-EVT-CODE WS-EVT-OLD WS-EVT-NEW.

           ADD 1 TO WS-APPLIED-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       2400-APPLIQUER-RATTACHEMENT-FIN.
           EXIT.

      * O: blank unlinks the employee; otherwise the operator must
      * exist and not already stand for another employee.
       2500-CONTROLER-OPERATEUR-DEB.
           MOVE "N" TO WS-OPERATEUR-CONNU.
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-OP-CNT
               IF WS-O-ID(WS-O) = TXN-VALEUR
                   MOVE "Y" TO WS-OPERATEUR-CONNU
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-RESP-INDEX.
           IF TXN-VALEUR NOT = SPACES
               PERFORM VARYING WS-E FROM 1 BY 1
                       UNTIL WS-E > WS-EMPLOYEE-CNT
                   IF WS-E-OPERATEUR(WS-E) = TXN-VALEUR
                           AND WS-E NOT = WS-EMP-INDEX
                       MOVE WS-E TO WS-RESP-INDEX
                   END-IF
               END-PERFORM
           END-IF.

           EVALUATE TRUE
               WHEN TXN-VALEUR = WS-E-OPERATEUR(WS-EMP-INDEX)
                   MOVE "AUCUNE MODIFICATION" TO WS-MOTIF-REJET
               WHEN TXN-VALEUR = SPACES
                   CONTINUE
               WHEN NOT OPERATEUR-CONNU
                   MOVE "OPERATEUR INCONNU" TO WS-MOTIF-REJET
               WHEN WS-RESP-INDEX NOT = ZERO
                   MOVE "OPERATEUR DEJA ATTRIBUE" TO WS-MOTIF-REJET
           END-EVALUATE.
       2500-CONTROLER-OPERATEUR-FIN.
           EXIT.

       2600-APPLIQUER-OPERATEUR-DEB.
           MOVE SPACES TO WS-AT-BEFORE.
           STRING TXN-EMP-ID " OPERATEUR="
                  WS-E-OPERATEUR(WS-EMP-INDEX)
                  DELIMITED BY SIZE INTO WS-AT-BEFORE.

           MOVE TXN-VALEUR TO WS-E-OPERATEUR(WS-EMP-INDEX).
           PERFORM 2800-DATER-MISE-A-JOUR-DEB
              THRU 2800-DATER-MISE-A-JOUR-FIN.

           MOVE SPACES TO WS-AT-AFTER.
           STRING TXN-EMP-ID " OPERATEUR=" TXN-VALEUR
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.

           ADD 1 TO WS-APPLIED-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       2600-APPLIQUER-OPERATEUR-FIN.
           EXIT.

       2700-REJETER-TRANSACTION-DEB.
           MOVE SPACES TO SUSPENSE-LINE.
           STRING TXN-ACTION " " TXN-EMP-ID " " TXN-VALEUR " "
                  WS-MOTIF-REJET
                  DELIMITED BY SIZE INTO SUSPENSE-LINE.
           WRITE SUSPENSE-LINE.
           ADD 1 TO WS-REJECTED-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       2700-REJETER-TRANSACTION-FIN.
           EXIT.

       2800-DATER-MISE-A-JOUR-DEB.
           MOVE SPACES TO WS-E-LAST-UPDATE(WS-EMP-INDEX).
           STRING WS-CD-YEAR "-" WS-CD-MONTH "-" WS-CD-DAY
                  " " WS-CT-HOURS ":" WS-CT-MINUTES ":"
                  WS-CT-SECONDS
                  DELIMITED BY SIZE
                  INTO WS-E-LAST-UPDATE(WS-EMP-INDEX).
       2800-DATER-MISE-A-JOUR-FIN.
           EXIT.

       3000-SAUVEGARDER-MAITRE-DEB.
           IF WS-APPLIED-CNT > ZERO
               OPEN OUTPUT EMPLOYEE-MASTER-FILE
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "ERREUR REECRITURE EMPLOYEE-MASTER-FILE: "
                           WS-MASTER-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-E FROM 1 BY 1
                       UNTIL WS-E > WS-EMPLOYEE-CNT
                   MOVE WS-E-RECORD(WS-E) TO EMPLOYEE-MASTER-RECORD
                   WRITE EMPLOYEE-MASTER-RECORD
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

           MOVE "R" TO WS-LOCK-ACTION.
           CALL "MasterLockManager" USING WS-LOCK-ACTION
               WS-LOCK-PATH WS-LOCK-HOLDER WS-LOCK-RESULT.
       3000-SAUVEGARDER-MAITRE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE TRANSACTION-FILE.
           CLOSE SUSPENSE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "MAINTENANCE DES LIGNES HIERARCHIQUES TERMINEE.".
           DISPLAY "TRANSACTIONS TRAITEES : " WS-TOTAL-CNT.
           DISPLAY "APPLIQUEES            : " WS-APPLIED-CNT.
           DISPLAY "REJETEES              : " WS-REJECTED-CNT.
           DISPLAY "------------------------------------------------".

           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.
       9000-TERMINAISON-FIN.
           EXIT.
