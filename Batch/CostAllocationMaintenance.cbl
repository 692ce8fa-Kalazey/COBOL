       IDENTIFICATION DIVISION.
       PROGRAM-ID. CostAllocationMaintenance.
       AUTHOR. Mathieu.

      * Maintenance of the cost-allocation file - the split, by
      * department, of the labor cost of staff who work part of
      * their time for another department than the single one the
      * payroll file carries. A sets an employee's split from an
      * effective date: up to five department lines whose shares
      * must total exactly 100 per cent, every department known to
      * the department master (DepartmentCodeCheck) and none twice.
      * A set already on file at the same date is replaced whole,
      * so a correction is a new A of the same date. D removes the
      * set of that date; the set before it applies again. Ending a
      * split is a new set with the home department alone at 100.
      * The employee must be on the payroll file, whose ids the
      * labor distribution matches against. Rejects go to suspense
      * with their reason, every change rides AuditTrailWriter and
      * the run balances with ControlTotals.cpy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOCATION-FILE ASSIGN DYNAMIC WS-ALLOCATION-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOCATION-STATUS.

           SELECT PAYROLL-FILE ASSIGN DYNAMIC WS-PAYROLL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-STATUS.

           SELECT TRANSACTION-FILE ASSIGN DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALLOCATION-FILE.
           COPY "CostAllocation.cpy".

       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD.
           05 PR-EMP-ID             PIC X(6).
           05 PR-DEPT-CODE          PIC X(4).
           05 PR-SALARY             PIC 9(6)V99.
           05 PR-ADJUSTMENT         PIC S9(4)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.

      * A blank department line ends the set; the lines after it
      * are not read.
       FD  TRANSACTION-FILE.
       01  COST-ALLOCATION-TRANSACTION.
           05 TXN-ACTION            PIC X(1).
               88 TXN-AJOUT         VALUE "A".
               88 TXN-SUPPRESSION   VALUE "D".
           05 TXN-EMP-ID            PIC X(6).
           05 TXN-DATE-X            PIC X(8).
           05 TXN-DATE-EFFET REDEFINES TXN-DATE-X
                                    PIC 9(8).
           05 TXN-LIGNE OCCURS 5 TIMES.
               10 TXN-DEPT          PIC X(4).
               10 TXN-PCT-X         PIC X(5).
               10 TXN-PCT REDEFINES TXN-PCT-X
                                    PIC 9(3)V99.

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "CostAllocationMaint".

       01  WS-ALLOCATION-PATH       PIC X(40)
                                 VALUE "Data/COST-ALLOCATION.txt".
       01  WS-PAYROLL-PATH          PIC X(40)
                                 VALUE "Data/PAYROLL-FILE.txt".
       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/COST-ALLOCATION-TXN.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/COST-ALLOCATION-ERR.txt".
       01  WS-ALLOCATION-STATUS     PIC XX.
       01  WS-PAYROLL-STATUS        PIC XX.
       01  WS-TXN-STATUS            PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-CAL-CNT               PIC 9(4) VALUE ZERO.
       01  WS-K                     PIC 9(4).

       01  WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-CAL-CNT
                   INDEXED BY KX.
               10 WS-K-EMP-ID       PIC X(6).
               10 WS-K-DATE-EFFET   PIC 9(8).
               10 WS-K-DEPT         PIC X(4).
               10 WS-K-PCT          PIC 9(3)V99.
               10 WS-K-SUPPRIME     PIC X(1).
                   88 WS-K-EST-SUPPRIME VALUE "D".

       01  WS-PAYE-CNT              PIC 9(5) VALUE ZERO.
       01  WS-E                     PIC 9(5).
       01  WS-PAYE-TROUVE           PIC X VALUE "N".
           88 PAYE-TROUVE           VALUE "Y".

       01  WS-PAYE-TABLE.
           05 WS-PAYE-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-PAYE-CNT
                   INDEXED BY EX.
               10 WS-E-ID           PIC X(6).

      * The lines of the transaction's set once checked.
       01  WS-LIGNE-CNT             PIC 9(1) VALUE ZERO.
       01  WS-L                     PIC 9(1).
       01  WS-M                     PIC 9(1).
       01  WS-LIGNE-FIN             PIC X VALUE "N".
           88 LIGNE-FIN             VALUE "Y".
       01  WS-PCT-TOTAL             PIC 9(4)V99.
       01  WS-SET-CNT               PIC 9(4).

       01  WS-DEPT-NAME             PIC X(20).
       01  WS-DEPT-VALIDE           PIC X.
           88 DEPT-VALIDE           VALUE "Y".
       01  WS-DEPT-CONTROLE         PIC X(4).
       01  WS-DATE-VALIDE           PIC X.
           88 DATE-VALIDE           VALUE "Y".
       01  WS-DATE-CONTROLE         PIC 9(8).

       01  WS-MOTIF-REJET           PIC X(30).

       01  WS-TOTAL-CNT             PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-CNT           PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-CNT          PIC 9(5) VALUE ZERO.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "CostAllocationMaint".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).
       01  WS-AT-IMAGE              PIC X(60).
       01  WS-AT-PTR                PIC 9(3).
       01  WS-AT-PCT-EDITE          PIC ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITEMENT-DEB
              THRU 2000-TRAITEMENT-FIN
              UNTIL END-OF-FILE.

           PERFORM 3000-SAUVEGARDER-DEB
              THRU 3000-SAUVEGARDER-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           PERFORM 1100-CHARGER-REPARTITIONS-DEB
              THRU 1100-CHARGER-REPARTITIONS-FIN.
           PERFORM 1200-CHARGER-PAIE-DEB
              THRU 1200-CHARGER-PAIE-FIN.

           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE TRANSACTION-FILE: "
                       WS-TXN-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SUSPENSE-FILE: "
                       WS-SUSPENSE-STATUS
               STOP RUN
           END-IF.

           PERFORM 2100-LIRE-TRANSACTION-DEB
              THRU 2100-LIRE-TRANSACTION-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

      * An absent file is the first run: nobody is split yet.
       1100-CHARGER-REPARTITIONS-DEB.
           OPEN INPUT ALLOCATION-FILE.
           IF WS-ALLOCATION-STATUS = "35"
               MOVE ZERO TO WS-CAL-CNT
           ELSE
               IF WS-ALLOCATION-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE ALLOCATION-FILE: "
                           WS-ALLOCATION-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-ALLOCATION-STATUS = "10"
                   READ ALLOCATION-FILE
                       AT END
                           MOVE "10" TO WS-ALLOCATION-STATUS
                       NOT AT END
                           IF WS-CAL-CNT >= 9999
                               DISPLAY "TABLE DES REPARTITIONS "
                                       "PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CAL-CNT
                           SET KX TO WS-CAL-CNT
                           MOVE CAL-EMP-ID TO WS-K-EMP-ID(KX)
                           MOVE CAL-DATE-EFFET
                               TO WS-K-DATE-EFFET(KX)
                           MOVE CAL-DEPT TO WS-K-DEPT(KX)
                           MOVE CAL-PCT TO WS-K-PCT(KX)
                           MOVE SPACE TO WS-K-SUPPRIME(KX)
                   END-READ
               END-PERFORM
               CLOSE ALLOCATION-FILE
           END-IF.
       1100-CHARGER-REPARTITIONS-FIN.
           EXIT.

      * Only read: the ids the payroll run pays under.
       1200-CHARGER-PAIE-DEB.
           OPEN INPUT PAYROLL-FILE.
           IF WS-PAYROLL-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE PAYROLL-FILE: "
                       WS-PAYROLL-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-PAYROLL-STATUS = "10"
               READ PAYROLL-FILE
                   AT END
                       MOVE "10" TO WS-PAYROLL-STATUS
                   NOT AT END
                       IF WS-PAYE-CNT < 9999
                           ADD 1 TO WS-PAYE-CNT
                           SET EX TO WS-PAYE-CNT
                           MOVE PR-EMP-ID TO WS-E-ID(EX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYROLL-FILE.
       1200-CHARGER-PAIE-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-TOTAL-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           ADD 1 TO CT-INPUT-HASH-TOTAL.

           PERFORM 2200-CHERCHER-REPARTITION-DEB
              THRU 2200-CHERCHER-REPARTITION-FIN.

           EVALUATE TRUE
               WHEN TXN-AJOUT
                   PERFORM 2300-POSER-REPARTITION-DEB
                      THRU 2300-POSER-REPARTITION-FIN
               WHEN TXN-SUPPRESSION
                   PERFORM 2500-SUPPRIMER-REPARTITION-DEB
                      THRU 2500-SUPPRIMER-REPARTITION-FIN
               WHEN OTHER
                   MOVE "CODE ACTION INVALIDE" TO WS-MOTIF-REJET
                   PERFORM 2600-REJETER-TRANSACTION-DEB
                      THRU 2600-REJETER-TRANSACTION-FIN
           END-EVALUATE.

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

      * Number of rows on file for the employee and the date of the
      * transaction, and their image for the audit trail.
       2200-CHERCHER-REPARTITION-DEB.
           MOVE ZERO TO WS-SET-CNT.
           MOVE SPACES TO WS-AT-IMAGE.
           MOVE 1 TO WS-AT-PTR.
           STRING TXN-EMP-ID " " TXN-DATE-X
                  DELIMITED BY SIZE INTO WS-AT-IMAGE
                  WITH POINTER WS-AT-PTR.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CAL-CNT
               IF WS-K-EMP-ID(WS-K) = TXN-EMP-ID
                       AND WS-K-DATE-EFFET(WS-K) = TXN-DATE-EFFET
                       AND NOT WS-K-EST-SUPPRIME(WS-K)
                   ADD 1 TO WS-SET-CNT
                   MOVE WS-K-PCT(WS-K) TO WS-AT-PCT-EDITE
                   STRING " " WS-K-DEPT(WS-K) WS-AT-PCT-EDITE
                          DELIMITED BY SIZE INTO WS-AT-IMAGE
                          WITH POINTER WS-AT-PTR
                   END-STRING
               END-IF
           END-PERFORM.
       2200-CHERCHER-REPARTITION-FIN.
           EXIT.

       2300-POSER-REPARTITION-DEB.
           MOVE "N" TO WS-PAYE-TROUVE.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-PAYE-CNT
               IF WS-E-ID(WS-E) = TXN-EMP-ID
                   MOVE "Y" TO WS-PAYE-TROUVE
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-DATE-VALIDE.
           IF TXN-DATE-X IS NUMERIC
               MOVE TXN-DATE-EFFET TO WS-DATE-CONTROLE
               CALL "DateValidator" USING WS-DATE-CONTROLE
                   WS-DATE-VALIDE
           END-IF.

           MOVE SPACES TO WS-MOTIF-REJET.
           EVALUATE TRUE
               WHEN NOT PAYE-TROUVE
                   MOVE "EMPLOYE ABSENT DE LA PAIE" TO WS-MOTIF-REJET
               WHEN NOT DATE-VALIDE
                   MOVE "DATE D EFFET INVALIDE" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET = SPACES
               PERFORM 2350-CONTROLER-LIGNES-DEB
                  THRU 2350-CONTROLER-LIGNES-FIN
           END-IF.

           IF WS-MOTIF-REJET = SPACES
                   AND WS-CAL-CNT + WS-LIGNE-CNT > 9999
               DISPLAY "TABLE DES REPARTITIONS PLEINE - " TXN-EMP-ID
               MOVE "TABLE DES REPARTITIONS PLEINE" TO WS-MOTIF-REJET
           END-IF.

           IF WS-MOTIF-REJET NOT = SPACES
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               IF WS-SET-CNT = ZERO
                   MOVE SPACES TO WS-AT-BEFORE
                   STRING TXN-EMP-ID " " TXN-DATE-X " ABSENT"
                          DELIMITED BY SIZE INTO WS-AT-BEFORE
               ELSE
                   MOVE WS-AT-IMAGE TO WS-AT-BEFORE
                   PERFORM VARYING WS-K FROM 1 BY 1
                           UNTIL WS-K > WS-CAL-CNT
                       IF WS-K-EMP-ID(WS-K) = TXN-EMP-ID
                               AND WS-K-DATE-EFFET(WS-K)
                                   = TXN-DATE-EFFET
                           MOVE "D" TO WS-K-SUPPRIME(WS-K)
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > WS-LIGNE-CNT
                   ADD 1 TO WS-CAL-CNT
                   SET KX TO WS-CAL-CNT
                   MOVE TXN-EMP-ID TO WS-K-EMP-ID(KX)
                   MOVE TXN-DATE-EFFET TO WS-K-DATE-EFFET(KX)
                   MOVE TXN-DEPT(WS-L) TO WS-K-DEPT(KX)
                   MOVE TXN-PCT(WS-L) TO WS-K-PCT(KX)
                   MOVE SPACE TO WS-K-SUPPRIME(KX)
               END-PERFORM
               PERFORM 2200-CHERCHER-REPARTITION-DEB
                  THRU 2200-CHERCHER-REPARTITION-FIN
               MOVE WS-AT-IMAGE TO WS-AT-AFTER
               CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                   WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER
               ADD 1 TO WS-APPLIED-CNT
               ADD 1 TO CT-OUTPUT-RECORD-COUNT
               ADD 1 TO CT-OUTPUT-HASH-TOTAL
           END-IF.
       2300-POSER-REPARTITION-FIN.
           EXIT.

      * Lines are read up to the first blank department. Each must
      * name a known department once with a share above zero, and
      * the shares must make the whole cost - no more, no less.
       2350-CONTROLER-LIGNES-DEB.
           MOVE ZERO TO WS-LIGNE-CNT.
           MOVE ZERO TO WS-PCT-TOTAL.
           MOVE "N" TO WS-LIGNE-FIN.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > 5 OR LIGNE-FIN
                       OR WS-MOTIF-REJET NOT = SPACES
               IF TXN-DEPT(WS-L) = SPACES
                   MOVE "Y" TO WS-LIGNE-FIN
               ELSE
                   MOVE TXN-DEPT(WS-L) TO WS-DEPT-CONTROLE
                   CALL "DepartmentCodeCheck" USING WS-DEPT-CONTROLE
                       WS-DEPT-NAME WS-DEPT-VALIDE
                   EVALUATE TRUE
                       WHEN NOT DEPT-VALIDE
                           MOVE "DEPARTEMENT INCONNU"
                               TO WS-MOTIF-REJET
                       WHEN TXN-PCT-X(WS-L) NOT NUMERIC
                               OR TXN-PCT(WS-L) = ZERO
                           MOVE "POURCENTAGE INVALIDE"
                               TO WS-MOTIF-REJET
                       WHEN OTHER
                           PERFORM VARYING WS-M FROM 1 BY 1
                                   UNTIL WS-M >= WS-L
                               IF TXN-DEPT(WS-M) = TXN-DEPT(WS-L)
                                   MOVE "DEPARTEMENT EN DOUBLE"
                                       TO WS-MOTIF-REJET
                               END-IF
                           END-PERFORM
                   END-EVALUATE
                   IF WS-MOTIF-REJET = SPACES
                       ADD 1 TO WS-LIGNE-CNT
                       ADD TXN-PCT(WS-L) TO WS-PCT-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-MOTIF-REJET = SPACES
               EVALUATE TRUE
                   WHEN WS-LIGNE-CNT = ZERO
                       MOVE "AUCUNE LIGNE DE REPARTITION"
                           TO WS-MOTIF-REJET
                   WHEN WS-PCT-TOTAL NOT = 100
                       MOVE "TOTAL DIFFERENT DE 100 PC"
                           TO WS-MOTIF-REJET
               END-EVALUATE
           END-IF.
       2350-CONTROLER-LIGNES-FIN.
           EXIT.

       2500-SUPPRIMER-REPARTITION-DEB.
           IF WS-SET-CNT = ZERO
               MOVE "REPARTITION INCONNUE" TO WS-MOTIF-REJET
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               MOVE WS-AT-IMAGE TO WS-AT-BEFORE
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-CAL-CNT
                   IF WS-K-EMP-ID(WS-K) = TXN-EMP-ID
                           AND WS-K-DATE-EFFET(WS-K) = TXN-DATE-EFFET
                       MOVE "D" TO WS-K-SUPPRIME(WS-K)
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-AT-AFTER
               STRING TXN-EMP-ID " " TXN-DATE-X " SUPPRIME"
                      DELIMITED BY SIZE INTO WS-AT-AFTER
               CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                   WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER
               ADD 1 TO WS-APPLIED-CNT
               ADD 1 TO CT-OUTPUT-RECORD-COUNT
               ADD 1 TO CT-OUTPUT-HASH-TOTAL
           END-IF.
       2500-SUPPRIMER-REPARTITION-FIN.
           EXIT.

       2600-REJETER-TRANSACTION-DEB.
           MOVE SPACES TO SUSPENSE-LINE.
           STRING TXN-ACTION TXN-EMP-ID " " TXN-DATE-X " "
                  TXN-DEPT(1) TXN-PCT-X(1) " "
                  TXN-DEPT(2) TXN-PCT-X(2) " "
                  WS-MOTIF-REJET
                  DELIMITED BY SIZE INTO SUSPENSE-LINE.
           WRITE SUSPENSE-LINE.
           ADD 1 TO WS-REJECTED-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       2600-REJETER-TRANSACTION-FIN.
           EXIT.

       3000-SAUVEGARDER-DEB.
           OPEN OUTPUT ALLOCATION-FILE.
           IF WS-ALLOCATION-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE ALLOCATION-FILE: "
                       WS-ALLOCATION-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CAL-CNT
               IF NOT WS-K-EST-SUPPRIME(WS-K)
                   MOVE SPACES TO COST-ALLOCATION-RECORD
                   MOVE WS-K-EMP-ID(WS-K) TO CAL-EMP-ID
                   MOVE WS-K-DATE-EFFET(WS-K) TO CAL-DATE-EFFET
                   MOVE WS-K-DEPT(WS-K) TO CAL-DEPT
                   MOVE WS-K-PCT(WS-K) TO CAL-PCT
                   WRITE COST-ALLOCATION-RECORD
               END-IF
           END-PERFORM.
           CLOSE ALLOCATION-FILE.
       3000-SAUVEGARDER-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE TRANSACTION-FILE.
           CLOSE SUSPENSE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "MAINTENANCE DES REPARTITIONS TERMINEE.".
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
