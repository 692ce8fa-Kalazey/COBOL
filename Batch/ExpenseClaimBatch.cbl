       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpenseClaimBatch.
       AUTHOR. Mathieu.

      * Intake and approval of employee expense claims, which used
      * to travel on a paper form across three desks before a
      * cheque went out. Each line of the claim transaction file
      * (employee, date of the expense, category, amount, receipt
      * reference) is checked against the category rules of
      * Data/EXPENSE-CATEGORY-RULES.txt - a known category, an
      * amount within its ceiling (zero = no ceiling), a receipt
      * reference not already claimed by the same employee - and
      * against the employee master and the department master: the
      * claimant's department must name a head, the operator who
      * approves. A good line becomes a claim on
      * Data/EXPENSE-CLAIMS.txt under an F number from
      * NextNumberIssuer, a bad one goes to suspense with its
      * reason.
      * Every claim still waiting then passes through ApprovalGate
      * (type NOTEFRAI, the claim number as key, the department
      * code leading the detail line so ApprovalRelease can hold
      * the decision to the department head): the first pass files
      * the request, a later pass finds it approved and the claim
      * becomes due for payment - DirectDepositExtract pays it with
      * the next bank file, outside taxable pay - or finds it
      * rejected and closes the claim. Every change of a claim
      * rides AuditTrailWriter, the transaction file is consumed
      * and the run balances with ControlTotals.cpy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE ASSIGN DYNAMIC WS-CLAIM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.

           SELECT TRANSACTION-FILE ASSIGN DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT CATEGORY-FILE ASSIGN DYNAMIC WS-CATEGORY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATEGORY-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN DYNAMIC WS-DEPT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT APPROVALS-FILE ASSIGN DYNAMIC WS-APPROVALS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVALS-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
           COPY "ExpenseClaim.cpy".

       FD  TRANSACTION-FILE.
       01  EXPENSE-CLAIM-TRANSACTION.
           05 ECT-EMP-ID            PIC X(6).
           05 ECT-DATE-FRAIS        PIC 9(8).
           05 ECT-CATEGORIE         PIC X(4).
           05 ECT-MONTANT           PIC 9(5)V99.
           05 ECT-RECU-REF          PIC X(12).

      * One row per expense category: its ceiling per claim line
      * and the GL charge account its claims book to.
       FD  CATEGORY-FILE.
       01  EXPENSE-CATEGORY-RECORD.
           05 ECR-CODE              PIC X(4).
           05 FILLER                PIC X(1).
           05 ECR-LIBELLE           PIC X(20).
           05 ECR-PLAFOND           PIC 9(5)V99.
           05 ECR-COMPTE            PIC X(6).

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EmployeeMaster.cpy".

       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-RECORD.
           05 DEPT-CODE             PIC X(4).
           05 DEPT-NAME             PIC X(20).
           05 DEPT-RESPONSABLE      PIC X(8).

       FD  APPROVALS-FILE.
       01  PENDING-APPROVAL-RECORD.
           05 APV-ID                PIC 9(5).
           05 APV-PROGRAMME         PIC X(20).
           05 APV-TYPE              PIC X(8).
           05 APV-CLE               PIC X(8).
           05 APV-DETAIL            PIC X(40).
           05 APV-DEMANDEUR         PIC X(8).
           05 APV-STATUT            PIC X(1).
           05 APV-APPROBATEUR       PIC X(8).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "ExpenseClaimBatch".

       01  WS-CLAIM-PATH            PIC X(40)
                                 VALUE "Data/EXPENSE-CLAIMS.txt".
       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/EXPENSE-CLAIM-TXN.txt".
       01  WS-CATEGORY-PATH         PIC X(40)
                             VALUE "Data/EXPENSE-CATEGORY-RULES.txt".
       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/EMPLOYEE-MASTER.txt".
       01  WS-DEPT-PATH             PIC X(40)
                                 VALUE "Data/DEPARTMENT-MASTER.txt".
       01  WS-APPROVALS-PATH        PIC X(40)
                                 VALUE "Data/PENDING-APPROVALS.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/EXPENSE-CLAIM-ERR.txt".
       01  WS-CLAIM-STATUS          PIC XX.
       01  WS-TXN-STATUS            PIC XX.
       01  WS-CATEGORY-STATUS       PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-DEPT-STATUS           PIC XX.
       01  WS-APPROVALS-STATUS      PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-TODAY                 PIC 9(8).

      * The claim rows, in the layout of ExpenseClaim.cpy so a row
      * moves in and out of the file as one group.
       01  WS-CLAIM-CNT             PIC 9(4) VALUE ZERO.
       01  WS-C                     PIC 9(4).

       01  WS-CLAIM-TABLE.
           05 WS-CLAIM-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-CLAIM-CNT
                   INDEXED BY CX.
               10 WS-C-ID           PIC X(6).
               10 WS-C-EMP-ID       PIC X(6).
               10 WS-C-DATE-FRAIS   PIC 9(8).
               10 WS-C-CATEGORIE    PIC X(4).
               10 WS-C-MONTANT      PIC 9(5)V99.
               10 WS-C-RECU-REF     PIC X(12).
               10 WS-C-DEPT         PIC X(4).
               10 WS-C-COMPTE       PIC X(6).
               10 WS-C-STATUT       PIC X(1).
               10 WS-C-DATE-STATUT  PIC 9(8).

       01  WS-CAT-CNT               PIC 9(3) VALUE ZERO.
       01  WS-K                     PIC 9(3).

       01  WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 200 TIMES
                   DEPENDING ON WS-CAT-CNT
                   INDEXED BY KX.
               10 WS-K-CODE         PIC X(4).
               10 WS-K-PLAFOND      PIC 9(5)V99.
               10 WS-K-COMPTE       PIC X(6).

       01  WS-EMP-CNT               PIC 9(4) VALUE ZERO.
       01  WS-E                     PIC 9(4).

       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-EMP-CNT
                   INDEXED BY EX.
               10 WS-E-ID           PIC X(6).
               10 WS-E-DEPT         PIC X(4).

       01  WS-DEPT-CNT              PIC 9(3) VALUE ZERO.
       01  WS-DP                    PIC 9(3).

       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES
                   DEPENDING ON WS-DEPT-CNT
                   INDEXED BY DX.
               10 WS-DP-CODE        PIC X(4).
               10 WS-DP-RESPONSABLE PIC X(8).

      * Claim numbers whose approval request the department head
      * rejected through ApprovalRelease.
       01  WS-REJET-CNT             PIC 9(3) VALUE ZERO.
       01  WS-R                     PIC 9(3).

       01  WS-REJET-TABLE.
           05 WS-REJET-ENTRY OCCURS 500 TIMES
                   DEPENDING ON WS-REJET-CNT
                   INDEXED BY RX.
               10 WS-R-CLE          PIC X(8).

       01  WS-TYPE-NOTE-FRAIS       PIC X(8) VALUE "NOTEFRAI".

       01  WS-EMP-ID-NORM           PIC X(6).
       01  WS-EMP-TROUVE            PIC 9(4).
       01  WS-CAT-TROUVE            PIC 9(3).
       01  WS-RESPONSABLE           PIC X(8).
       01  WS-DEPT-CLAIMANT         PIC X(4).
       01  WS-DOUBLON               PIC X.
           88 RECU-DEJA-PRESENTE    VALUE "Y".
       01  WS-REJETEE               PIC X.
           88 DEMANDE-REJETEE       VALUE "Y".
       01  WS-DATE-VALIDE           PIC X.
       01  WS-MOTIF                 PIC X(30).
       01  WS-NOTES-MODIFIEES       PIC X VALUE "N".
           88 NOTES-MODIFIEES       VALUE "Y".

       01  WS-NN-FAMILLE            PIC X(1) VALUE "F".
       01  WS-NOUVEL-ID             PIC X(6).
       01  WS-NN-RESULT             PIC X(1).

       01  WS-AG-PROGRAMME          PIC X(20)
                                 VALUE "ExpenseClaimBatch".
       01  WS-AG-CLE                PIC X(8).
       01  WS-AG-DETAIL             PIC X(40).
       01  WS-AG-DEMANDEUR          PIC X(8) VALUE "BATCH".
       01  WS-AG-VERDICT            PIC X(1).

       01  WS-MONTANT-CENTIMES      PIC 9(9).
       01  WS-MONTANT-EDITE         PIC Z(4)9.99.

       01  WS-LUS-CNT               PIC 9(5) VALUE ZERO.
       01  WS-ACCEPTEES-CNT         PIC 9(5) VALUE ZERO.
       01  WS-REFUSEES-CNT          PIC 9(5) VALUE ZERO.
       01  WS-SOUMISES-CNT          PIC 9(5) VALUE ZERO.
       01  WS-ATTENTE-CNT           PIC 9(5) VALUE ZERO.
       01  WS-APPROUVEES-CNT        PIC 9(5) VALUE ZERO.
       01  WS-REJETEES-CNT          PIC 9(5) VALUE ZERO.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "ExpenseClaimBatch".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITEMENT-DEB
              THRU 2000-TRAITEMENT-FIN
              UNTIL END-OF-FILE.

           PERFORM 3000-SOUMETTRE-NOTES-DEB
              THRU 3000-SOUMETTRE-NOTES-FIN.

           PERFORM 4000-SAUVEGARDER-NOTES-DEB
              THRU 4000-SAUVEGARDER-NOTES-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM 1100-CHARGER-CATEGORIES-DEB
              THRU 1100-CHARGER-CATEGORIES-FIN.
           PERFORM 1200-CHARGER-EMPLOYES-DEB
              THRU 1200-CHARGER-EMPLOYES-FIN.
           PERFORM 1300-CHARGER-DEPARTEMENTS-DEB
              THRU 1300-CHARGER-DEPARTEMENTS-FIN.
           PERFORM 1400-CHARGER-NOTES-DEB
              THRU 1400-CHARGER-NOTES-FIN.
           PERFORM 1500-CHARGER-REJETS-DEB
              THRU 1500-CHARGER-REJETS-FIN.

           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-STATUS = "35"
               DISPLAY "AUCUNE NOTE DE FRAIS A SAISIR"
               SET END-OF-FILE TO TRUE
           ELSE
               IF WS-TXN-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE TRANSACTION-FILE: "
                           WS-TXN-STATUS
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SUSPENSE-FILE: "
                       WS-SUSPENSE-STATUS
               STOP RUN
           END-IF.

           IF NOT END-OF-FILE
               PERFORM 2100-LIRE-TRANSACTION-DEB
                  THRU 2100-LIRE-TRANSACTION-FIN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

      * Without the category rules no line can be checked against
      * its ceiling: the run stops before touching anything.
       1100-CHARGER-CATEGORIES-DEB.
           OPEN INPUT CATEGORY-FILE.
           IF WS-CATEGORY-STATUS NOT = "00"
               DISPLAY "REGLES DES CATEGORIES DE FRAIS ABSENTES: "
                       WS-CATEGORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CATEGORY-STATUS = "10"
               READ CATEGORY-FILE
                   AT END
                       MOVE "10" TO WS-CATEGORY-STATUS
                   NOT AT END
                       IF WS-CAT-CNT < 200
                           ADD 1 TO WS-CAT-CNT
                           SET KX TO WS-CAT-CNT
                           MOVE ECR-CODE TO WS-K-CODE(KX)
                           MOVE ECR-PLAFOND TO WS-K-PLAFOND(KX)
                           MOVE ECR-COMPTE TO WS-K-COMPTE(KX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATEGORY-FILE.
       1100-CHARGER-CATEGORIES-FIN.
           EXIT.

       1200-CHARGER-EMPLOYES-DEB.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE EMPLOYEE-MASTER: "
                       WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MASTER-STATUS = "10"
               READ EMPLOYEE-MASTER-FILE
                   AT END
                       MOVE "10" TO WS-MASTER-STATUS
                   NOT AT END
                       IF WS-EMP-CNT < 9999
                           ADD 1 TO WS-EMP-CNT
                           SET EX TO WS-EMP-CNT
                           CALL "IdFormatNormalizer" USING EMP-ID
                               WS-E-ID(EX)
                           MOVE EMP-DEPARTMENT TO WS-E-DEPT(EX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.
       1200-CHARGER-EMPLOYES-FIN.
           EXIT.

       1300-CHARGER-DEPARTEMENTS-DEB.
           OPEN INPUT DEPARTMENT-MASTER-FILE.
           IF WS-DEPT-STATUS = "00"
               PERFORM UNTIL WS-DEPT-STATUS = "10"
                   READ DEPARTMENT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-DEPT-STATUS
                       NOT AT END
                           IF WS-DEPT-CNT < 200
                               ADD 1 TO WS-DEPT-CNT
                               SET DX TO WS-DEPT-CNT
                               MOVE DEPT-CODE TO WS-DP-CODE(DX)
                               MOVE DEPT-RESPONSABLE
                                   TO WS-DP-RESPONSABLE(DX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPARTMENT-MASTER-FILE
           END-IF.
       1300-CHARGER-DEPARTEMENTS-FIN.
           EXIT.

       1400-CHARGER-NOTES-DEB.
           OPEN INPUT CLAIM-FILE.
           IF WS-CLAIM-STATUS = "35"
               MOVE ZERO TO WS-CLAIM-CNT
           ELSE
               IF WS-CLAIM-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE CLAIM-FILE: "
                           WS-CLAIM-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-CLAIM-STATUS = "10"
                   READ CLAIM-FILE
                       AT END
                           MOVE "10" TO WS-CLAIM-STATUS
                       NOT AT END
                           IF WS-CLAIM-CNT >= 9999
                               DISPLAY "TABLE DES NOTES DE FRAIS "
                                       "PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CLAIM-CNT
                           SET CX TO WS-CLAIM-CNT
                           MOVE EXPENSE-CLAIM-RECORD
                               TO WS-CLAIM-ENTRY(CX)
                   END-READ
               END-PERFORM
               CLOSE CLAIM-FILE
           END-IF.
       1400-CHARGER-NOTES-FIN.
           EXIT.

      * The approval queue is only read here - ApprovalGate keeps
      * it. A rejected request stays on the queue as R and the gate
      * would file it anew, so the rejections are picked up first.
       1500-CHARGER-REJETS-DEB.
           OPEN INPUT APPROVALS-FILE.
           IF WS-APPROVALS-STATUS = "00"
               PERFORM UNTIL WS-APPROVALS-STATUS = "10"
                   READ APPROVALS-FILE
                       AT END
                           MOVE "10" TO WS-APPROVALS-STATUS
                       NOT AT END
                           IF APV-TYPE = WS-TYPE-NOTE-FRAIS
                                   AND APV-STATUT = "R"
                                   AND WS-REJET-CNT < 500
                               ADD 1 TO WS-REJET-CNT
                               SET RX TO WS-REJET-CNT
                               MOVE APV-CLE TO WS-R-CLE(RX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVALS-FILE
           END-IF.
       1500-CHARGER-REJETS-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-LUS-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           COMPUTE WS-MONTANT-CENTIMES = ECT-MONTANT * 100.
           ADD WS-MONTANT-CENTIMES TO CT-INPUT-HASH-TOTAL.

           PERFORM 2200-RECHERCHER-DEB
              THRU 2200-RECHERCHER-FIN.

           MOVE SPACES TO WS-MOTIF.
           EVALUATE TRUE
               WHEN WS-EMP-TROUVE = ZERO
                   MOVE "EMPLOYE INCONNU" TO WS-MOTIF
               WHEN WS-DATE-VALIDE NOT = "Y"
                   MOVE "DATE INVALIDE" TO WS-MOTIF
               WHEN ECT-DATE-FRAIS > WS-TODAY
                   MOVE "DATE FUTURE" TO WS-MOTIF
               WHEN WS-CAT-TROUVE = ZERO
                   MOVE "CATEGORIE INCONNUE" TO WS-MOTIF
               WHEN ECT-MONTANT = ZERO
                   MOVE "MONTANT NUL" TO WS-MOTIF
               WHEN WS-K-PLAFOND(WS-CAT-TROUVE) > ZERO
                       AND ECT-MONTANT > WS-K-PLAFOND(WS-CAT-TROUVE)
                   MOVE "PLAFOND CATEGORIE DEPASSE" TO WS-MOTIF
               WHEN ECT-RECU-REF = SPACES
                   MOVE "JUSTIFICATIF MANQUANT" TO WS-MOTIF
               WHEN RECU-DEJA-PRESENTE
                   MOVE "JUSTIFICATIF DEJA PRESENTE" TO WS-MOTIF
               WHEN WS-RESPONSABLE = SPACES
                   MOVE "DEPARTEMENT SANS RESPONSABLE" TO WS-MOTIF
           END-EVALUATE.

           IF WS-MOTIF = SPACES
               PERFORM 2300-ACCEPTER-NOTE-DEB
                  THRU 2300-ACCEPTER-NOTE-FIN
           END-IF.
           IF WS-MOTIF NOT = SPACES
               PERFORM 2400-REJETER-TRANSACTION-DEB
                  THRU 2400-REJETER-TRANSACTION-FIN
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

       2200-RECHERCHER-DEB.
           CALL "IdFormatNormalizer" USING ECT-EMP-ID WS-EMP-ID-NORM.

           MOVE ZERO TO WS-EMP-TROUVE.
           MOVE SPACES TO WS-DEPT-CLAIMANT.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EMP-CNT
               IF WS-E-ID(WS-E) = WS-EMP-ID-NORM
                   MOVE WS-E TO WS-EMP-TROUVE
                   MOVE WS-E-DEPT(WS-E) TO WS-DEPT-CLAIMANT
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-RESPONSABLE.
           IF WS-DEPT-CLAIMANT NOT = SPACES
               PERFORM VARYING WS-DP FROM 1 BY 1
                       UNTIL WS-DP > WS-DEPT-CNT
                   IF WS-DP-CODE(WS-DP) = WS-DEPT-CLAIMANT
                       MOVE WS-DP-RESPONSABLE(WS-DP)
                           TO WS-RESPONSABLE
                   END-IF
               END-PERFORM
           END-IF.

           MOVE ZERO TO WS-CAT-TROUVE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CAT-CNT
               IF WS-K-CODE(WS-K) = ECT-CATEGORIE
                   MOVE WS-K TO WS-CAT-TROUVE
               END-IF
           END-PERFORM.

           CALL "DateValidator" USING ECT-DATE-FRAIS WS-DATE-VALIDE.

           MOVE "N" TO WS-DOUBLON.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CLAIM-CNT
               IF WS-C-EMP-ID(WS-C) = WS-EMP-ID-NORM
                       AND WS-C-RECU-REF(WS-C) = ECT-RECU-REF
                   MOVE "Y" TO WS-DOUBLON
               END-IF
           END-PERFORM.
       2200-RECHERCHER-FIN.
           EXIT.

       2300-ACCEPTER-NOTE-DEB.
           IF WS-CLAIM-CNT >= 9999
               DISPLAY "TABLE DES NOTES DE FRAIS PLEINE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL "NextNumberIssuer" USING WS-NN-FAMILLE
               WS-NOUVEL-ID WS-NN-RESULT.
           IF WS-NN-RESULT NOT = "Y"
               MOVE "NUMEROTATION INDISPONIBLE" TO WS-MOTIF
           ELSE
               ADD 1 TO WS-CLAIM-CNT
               SET CX TO WS-CLAIM-CNT
               MOVE WS-NOUVEL-ID TO WS-C-ID(CX)
               MOVE WS-EMP-ID-NORM TO WS-C-EMP-ID(CX)
               MOVE ECT-DATE-FRAIS TO WS-C-DATE-FRAIS(CX)
               MOVE ECT-CATEGORIE TO WS-C-CATEGORIE(CX)
               MOVE ECT-MONTANT TO WS-C-MONTANT(CX)
               MOVE ECT-RECU-REF TO WS-C-RECU-REF(CX)
               MOVE WS-DEPT-CLAIMANT TO WS-C-DEPT(CX)
               MOVE WS-K-COMPTE(WS-CAT-TROUVE) TO WS-C-COMPTE(CX)
               MOVE "P" TO WS-C-STATUT(CX)
               MOVE WS-TODAY TO WS-C-DATE-STATUT(CX)
               MOVE "Y" TO WS-NOTES-MODIFIEES

               MOVE ECT-MONTANT TO WS-MONTANT-EDITE
               MOVE SPACES TO WS-AT-BEFORE
               STRING WS-NOUVEL-ID " ABSENTE"
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
               MOVE SPACES TO WS-AT-AFTER
               STRING WS-NOUVEL-ID " " WS-EMP-ID-NORM " "
                      ECT-CATEGORIE " " WS-MONTANT-EDITE " "
                      ECT-RECU-REF " SAISIE"
                      DELIMITED BY SIZE INTO WS-AT-AFTER
               CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                   WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER

               ADD 1 TO WS-ACCEPTEES-CNT
               ADD 1 TO CT-OUTPUT-RECORD-COUNT
               ADD WS-MONTANT-CENTIMES TO CT-OUTPUT-HASH-TOTAL
           END-IF.
       2300-ACCEPTER-NOTE-FIN.
           EXIT.

       2400-REJETER-TRANSACTION-DEB.
           MOVE ECT-MONTANT TO WS-MONTANT-EDITE.
           MOVE SPACES TO SUSPENSE-LINE.
           STRING ECT-EMP-ID " " ECT-DATE-FRAIS " " ECT-CATEGORIE
                  " " WS-MONTANT-EDITE " " ECT-RECU-REF " "
                  WS-MOTIF
                  DELIMITED BY SIZE INTO SUSPENSE-LINE.
           WRITE SUSPENSE-LINE.
           ADD 1 TO WS-REFUSEES-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD WS-MONTANT-CENTIMES TO CT-OUTPUT-HASH-TOTAL.
       2400-REJETER-TRANSACTION-FIN.
           EXIT.

      * Every claim still waiting goes to the gate - the ones filed
      * this run as much as the ones filed before.
       3000-SOUMETTRE-NOTES-DEB.
           PERFORM 3100-SOUMETTRE-UNE-NOTE-DEB
              THRU 3100-SOUMETTRE-UNE-NOTE-FIN
              VARYING WS-C FROM 1 BY 1
              UNTIL WS-C > WS-CLAIM-CNT.
       3000-SOUMETTRE-NOTES-FIN.
           EXIT.

       3100-SOUMETTRE-UNE-NOTE-DEB.
           IF WS-C-STATUT(WS-C) = "P"
               MOVE SPACES TO WS-AG-CLE
               MOVE WS-C-ID(WS-C) TO WS-AG-CLE
               MOVE "N" TO WS-REJETEE
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-REJET-CNT
                   IF WS-R-CLE(WS-R) = WS-AG-CLE
                       MOVE "Y" TO WS-REJETEE
                   END-IF
               END-PERFORM
               IF DEMANDE-REJETEE
                   MOVE "R" TO WS-C-STATUT(WS-C)
                   PERFORM 3200-CHANGER-STATUT-DEB
                      THRU 3200-CHANGER-STATUT-FIN
                   ADD 1 TO WS-REJETEES-CNT
               ELSE
                   MOVE WS-C-MONTANT(WS-C) TO WS-MONTANT-EDITE
                   MOVE SPACES TO WS-AG-DETAIL
                   STRING WS-C-DEPT(WS-C) " " WS-C-EMP-ID(WS-C) " "
                          WS-C-CATEGORIE(WS-C) " " WS-MONTANT-EDITE
                          " " WS-C-RECU-REF(WS-C)
                          DELIMITED BY SIZE INTO WS-AG-DETAIL
                   CALL "ApprovalGate" USING WS-AG-PROGRAMME
                       WS-TYPE-NOTE-FRAIS WS-AG-CLE WS-AG-DETAIL
                       WS-AG-DEMANDEUR WS-AG-VERDICT
                   EVALUATE WS-AG-VERDICT
                       WHEN "A"
                           MOVE "A" TO WS-C-STATUT(WS-C)
                           PERFORM 3200-CHANGER-STATUT-DEB
                              THRU 3200-CHANGER-STATUT-FIN
                           ADD 1 TO WS-APPROUVEES-CNT
                       WHEN "W"
                           ADD 1 TO WS-ATTENTE-CNT
                       WHEN OTHER
                           ADD 1 TO WS-SOUMISES-CNT
                   END-EVALUATE
               END-IF
           END-IF.
       3100-SOUMETTRE-UNE-NOTE-FIN.
           EXIT.

       3200-CHANGER-STATUT-DEB.
           MOVE WS-TODAY TO WS-C-DATE-STATUT(WS-C).
           MOVE "Y" TO WS-NOTES-MODIFIEES.
           MOVE WS-C-MONTANT(WS-C) TO WS-MONTANT-EDITE.
           MOVE SPACES TO WS-AT-BEFORE.
           STRING WS-C-ID(WS-C) " " WS-C-EMP-ID(WS-C) " "
                  WS-MONTANT-EDITE " EN ATTENTE"
                  DELIMITED BY SIZE INTO WS-AT-BEFORE.
           MOVE SPACES TO WS-AT-AFTER.
           IF WS-C-STATUT(WS-C) = "A"
               STRING WS-C-ID(WS-C) " " WS-C-EMP-ID(WS-C) " "
                      WS-MONTANT-EDITE " APPROUVEE"
                      DELIMITED BY SIZE INTO WS-AT-AFTER
           ELSE
               STRING WS-C-ID(WS-C) " " WS-C-EMP-ID(WS-C) " "
                      WS-MONTANT-EDITE " REJETEE"
                      DELIMITED BY SIZE INTO WS-AT-AFTER
           END-IF.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.
       3200-CHANGER-STATUT-FIN.
           EXIT.

       4000-SAUVEGARDER-NOTES-DEB.
           IF NOTES-MODIFIEES
               OPEN OUTPUT CLAIM-FILE
               IF WS-CLAIM-STATUS NOT = "00"
                   DISPLAY "ERREUR REECRITURE CLAIM-FILE: "
                           WS-CLAIM-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-CLAIM-CNT
                   MOVE WS-CLAIM-ENTRY(WS-C) TO EXPENSE-CLAIM-RECORD
                   WRITE EXPENSE-CLAIM-RECORD
               END-PERFORM
               CLOSE CLAIM-FILE
           END-IF.

      * The transactions are consumed: a second launch must not
      * file them again.
           IF WS-TXN-STATUS = "00" OR WS-TXN-STATUS = "10"
               CLOSE TRANSACTION-FILE
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
           END-IF.
       4000-SAUVEGARDER-NOTES-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE SUSPENSE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "TRAITEMENT DES NOTES DE FRAIS TERMINE.".
           DISPLAY "LIGNES LUES           : " WS-LUS-CNT.
           DISPLAY "NOTES SAISIES         : " WS-ACCEPTEES-CNT.
           DISPLAY "LIGNES REFUSEES       : " WS-REFUSEES-CNT.
           DISPLAY "SOUMISES AU RESPONS.  : " WS-SOUMISES-CNT.
           DISPLAY "EN ATTENTE DE DECISION: " WS-ATTENTE-CNT.
           DISPLAY "APPROUVEES A VIRER    : " WS-APPROUVEES-CNT.
           DISPLAY "REJETEES              : " WS-REJETEES-CNT.
           DISPLAY "------------------------------------------------".

           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.
       9000-TERMINAISON-FIN.
           EXIT.
