       IDENTIFICATION DIVISION.
       PROGRAM-ID. PositionMaintenance.
       AUTHOR. Mathieu.

      * Maintenance of the position master - the authorized posts
      * of each department, which the department master never
      * said anything about. A adds a position, C changes it (a
      * blank field keeps the value on file, as in
      * DepartmentMaintenance), D deletes a position nobody holds.
      * M places an existing employee on a position, or moves them
      * off the one they hold: the same vacancy rule as a hire in
      * EmployeeStatusBatch applies, the post must be open, in the
      * employee's department and have the FTE free. Lowering an
      * authorization under what is filled is allowed - the vacancy
      * report shows the position over establishment until someone
      * leaves. The department must exist (DepartmentCodeCheck),
      * rejects go to suspense with their reason, every change
      * rides AuditTrailWriter and the run balances with
      * ControlTotals.cpy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-FILE ASSIGN DYNAMIC WS-POSITION-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT ASSIGNMENT-FILE ASSIGN DYNAMIC WS-ASSIGNMENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGNMENT-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TRANSACTION-FILE ASSIGN DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-FILE.
           COPY "PositionMaster.cpy".

       FD  ASSIGNMENT-FILE.
           COPY "PositionAssignment.cpy".

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EmployeeMaster.cpy".

      * The employee fields only matter on M; an M with a blank
      * FTE places the employee full time.
       FD  TRANSACTION-FILE.
       01  POSITION-MAINT-TRANSACTION.
           05 TXN-ACTION            PIC X(1).
               88 TXN-AJOUT         VALUE "A".
               88 TXN-CHANGEMENT    VALUE "C".
               88 TXN-SUPPRESSION   VALUE "D".
               88 TXN-AFFECTATION   VALUE "M".
           05 TXN-POS-ID            PIC X(6).
           05 TXN-DEPT-CODE         PIC X(4).
           05 TXN-TITRE             PIC X(20).
           05 TXN-GRADE             PIC X(4).
           05 TXN-ETP-X             PIC X(4).
           05 TXN-ETP REDEFINES TXN-ETP-X
                                    PIC 9(2)V99.
           05 TXN-COUT-X            PIC X(9).
           05 TXN-COUT REDEFINES TXN-COUT-X
                                    PIC 9(7)V99.
           05 TXN-STATUT            PIC X(1).
           05 TXN-EMP-ID            PIC X(6).
           05 TXN-EMP-ETP-X         PIC X(3).
           05 TXN-EMP-ETP REDEFINES TXN-EMP-ETP-X
                                    PIC 9(1)V99.

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "PositionMaintenance".

       01  WS-POSITION-PATH         PIC X(40)
                                 VALUE "Data/POSITION-MASTER.txt".
       01  WS-ASSIGNMENT-PATH       PIC X(40)
                                 VALUE "Data/POSITION-ASSIGNMENT.txt".
       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/EMPLOYEE-MASTER.txt".
       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/POSITION-MAINT-TXN.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/POSITION-MAINT-ERR.txt".
       01  WS-POSITION-STATUS       PIC XX.
       01  WS-ASSIGNMENT-STATUS     PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-TXN-STATUS            PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-RUN-DATE              PIC 9(8).

       01  WS-POSITION-CNT          PIC 9(4) VALUE ZERO.
       01  WS-I                     PIC 9(4).
       01  WS-POSITION-TROUVE       PIC X VALUE "N".
           88 POSITION-TROUVE       VALUE "Y".
       01  WS-POSITION-INDEX        PIC 9(4) VALUE ZERO.

       01  WS-POSITION-TABLE.
           05 WS-POSITION-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-POSITION-CNT
                   INDEXED BY PX.
               10 WS-P-ID           PIC X(6).
               10 WS-P-DEPT         PIC X(4).
               10 WS-P-TITRE        PIC X(20).
               10 WS-P-GRADE        PIC X(4).
               10 WS-P-ETP          PIC 9(2)V99.
               10 WS-P-COUT         PIC 9(7)V99.
               10 WS-P-STATUT       PIC X(1).
               10 WS-P-SUPPRIME     PIC X(1).
                   88 WS-P-EST-SUPPRIME VALUE "D".

       01  WS-AFFECT-CNT            PIC 9(5) VALUE ZERO.
       01  WS-A                     PIC 9(5).
       01  WS-AFFECT-INDEX          PIC 9(5) VALUE ZERO.

       01  WS-AFFECT-TABLE.
           05 WS-AFFECT-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-AFFECT-CNT
                   INDEXED BY AX.
               10 WS-A-EMP-ID       PIC X(6).
               10 WS-A-POS-ID       PIC X(6).
               10 WS-A-ETP          PIC 9(1)V99.
               10 WS-A-DATE-DEBUT   PIC 9(8).
               10 WS-A-SUPPRIME     PIC X(1).
                   88 WS-A-EST-SUPPRIME VALUE "D".

       01  WS-EMPLOYEE-CNT          PIC 9(5) VALUE ZERO.
       01  WS-E                     PIC 9(5).
       01  WS-EMP-INDEX             PIC 9(5) VALUE ZERO.

       01  WS-EMPLOYEE-TABLE.
           05 WS-EMPLOYEE-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-EMPLOYEE-CNT
                   INDEXED BY EX.
               10 WS-E-ID           PIC X(6).
               10 WS-E-STATUT       PIC X(08).
               10 WS-E-DEPT         PIC X(4).

           COPY "EmployeeStatusCodes.cpy".

       01  WS-DEPT-NAME             PIC X(20).
       01  WS-DEPT-VALIDE           PIC X.
           88 DEPT-VALIDE           VALUE "Y".
       01  WS-DEPT-CONTROLE         PIC X(4).

       01  WS-ETP-OCCUPE            PIC 9(3)V99.
       01  WS-ETP-DEMANDE           PIC 9(1)V99.
       01  WS-MOTIF-REJET           PIC X(30).

       01  WS-TOTAL-CNT             PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-CNT           PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-CNT          PIC 9(5) VALUE ZERO.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "PositionMaintenance".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).
       01  WS-AT-ETP-EDITE          PIC Z9.99.
       01  WS-AT-COUT-EDITE         PIC Z(6)9.99.

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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-CHARGER-POSTES-DEB
              THRU 1100-CHARGER-POSTES-FIN.
           PERFORM 1200-CHARGER-AFFECTATIONS-DEB
              THRU 1200-CHARGER-AFFECTATIONS-FIN.
           PERFORM 1300-CHARGER-EMPLOYES-DEB
              THRU 1300-CHARGER-EMPLOYES-FIN.

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

      * An absent position master is the first run: positions are
      * then all added by A transactions.
       1100-CHARGER-POSTES-DEB.
           OPEN INPUT POSITION-FILE.
           IF WS-POSITION-STATUS = "35"
               MOVE ZERO TO WS-POSITION-CNT
           ELSE
               IF WS-POSITION-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE POSITION-FILE: "
                           WS-POSITION-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-POSITION-STATUS = "10"
                   READ POSITION-FILE
                       AT END
                           MOVE "10" TO WS-POSITION-STATUS
                       NOT AT END
                           IF WS-POSITION-CNT >= 9999
                               DISPLAY "TABLE DES POSTES PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-POSITION-CNT
                           SET PX TO WS-POSITION-CNT
                           MOVE POS-ID TO WS-P-ID(PX)
                           MOVE POS-DEPT TO WS-P-DEPT(PX)
                           MOVE POS-TITRE TO WS-P-TITRE(PX)
                           MOVE POS-GRADE TO WS-P-GRADE(PX)
                           MOVE POS-ETP-AUTORISE TO WS-P-ETP(PX)
                           MOVE POS-COUT-BUDGET TO WS-P-COUT(PX)
                           MOVE POS-STATUT TO WS-P-STATUT(PX)
                           MOVE SPACE TO WS-P-SUPPRIME(PX)
                   END-READ
               END-PERFORM
               CLOSE POSITION-FILE
           END-IF.
       1100-CHARGER-POSTES-FIN.
           EXIT.

       1200-CHARGER-AFFECTATIONS-DEB.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WS-ASSIGNMENT-STATUS = "35"
               MOVE ZERO TO WS-AFFECT-CNT
           ELSE
               IF WS-ASSIGNMENT-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE ASSIGNMENT-FILE: "
                           WS-ASSIGNMENT-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-ASSIGNMENT-STATUS = "10"
                   READ ASSIGNMENT-FILE
                       AT END
                           MOVE "10" TO WS-ASSIGNMENT-STATUS
                       NOT AT END
                           IF WS-AFFECT-CNT >= 9999
                               DISPLAY "TABLE DES AFFECTATIONS "
                                       "PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-AFFECT-CNT
                           SET AX TO WS-AFFECT-CNT
                           MOVE PAF-EMP-ID TO WS-A-EMP-ID(AX)
                           MOVE PAF-POS-ID TO WS-A-POS-ID(AX)
                           MOVE PAF-ETP TO WS-A-ETP(AX)
                           MOVE PAF-DATE-DEBUT TO WS-A-DATE-DEBUT(AX)
                           MOVE SPACE TO WS-A-SUPPRIME(AX)
                   END-READ
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
           END-IF.
       1200-CHARGER-AFFECTATIONS-FIN.
           EXIT.

      * Only read: the master stays EmployeeStatusBatch's to write.
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
                       IF WS-EMPLOYEE-CNT < 9999
                           ADD 1 TO WS-EMPLOYEE-CNT
                           SET EX TO WS-EMPLOYEE-CNT
                           MOVE EMP-ID TO WS-E-ID(EX)
                           MOVE EMP-STATUT-EMPLOYE
                               TO WS-E-STATUT(EX)
                           MOVE EMP-DEPARTMENT TO WS-E-DEPT(EX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.
       1300-CHARGER-EMPLOYES-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-TOTAL-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           ADD 1 TO CT-INPUT-HASH-TOTAL.

           PERFORM 2200-CHERCHER-POSTE-DEB
              THRU 2200-CHERCHER-POSTE-FIN.

           EVALUATE TRUE
               WHEN TXN-AJOUT
                   PERFORM 2300-AJOUTER-POSTE-DEB
                      THRU 2300-AJOUTER-POSTE-FIN
               WHEN TXN-CHANGEMENT
                   PERFORM 2400-CHANGER-POSTE-DEB
                      THRU 2400-CHANGER-POSTE-FIN
               WHEN TXN-SUPPRESSION
                   PERFORM 2500-SUPPRIMER-POSTE-DEB
                      THRU 2500-SUPPRIMER-POSTE-FIN
               WHEN TXN-AFFECTATION
                   PERFORM 2700-AFFECTER-EMPLOYE-DEB
                      THRU 2700-AFFECTER-EMPLOYE-FIN
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

       2200-CHERCHER-POSTE-DEB.
           MOVE "N" TO WS-POSITION-TROUVE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-POSITION-CNT
               IF WS-P-ID(WS-I) = TXN-POS-ID
                       AND NOT WS-P-EST-SUPPRIME(WS-I)
                   MOVE "Y" TO WS-POSITION-TROUVE
                   MOVE WS-I TO WS-POSITION-INDEX
               END-IF
           END-PERFORM.
       2200-CHERCHER-POSTE-FIN.
           EXIT.

      * FTE held on a position by everyone on it but the employee
      * being placed, who may already hold part of it.
       2250-CALCULER-OCCUPATION-DEB.
           MOVE ZERO TO WS-ETP-OCCUPE.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-AFFECT-CNT
               IF WS-A-POS-ID(WS-A) = TXN-POS-ID
                       AND NOT WS-A-EST-SUPPRIME(WS-A)
                       AND WS-A-EMP-ID(WS-A) NOT = TXN-EMP-ID
                   ADD WS-A-ETP(WS-A) TO WS-ETP-OCCUPE
               END-IF
           END-PERFORM.
       2250-CALCULER-OCCUPATION-FIN.
           EXIT.

       2300-AJOUTER-POSTE-DEB.
           MOVE TXN-DEPT-CODE TO WS-DEPT-CONTROLE.
           CALL "DepartmentCodeCheck" USING WS-DEPT-CONTROLE
               WS-DEPT-NAME WS-DEPT-VALIDE.

           MOVE SPACES TO WS-MOTIF-REJET.
           EVALUATE TRUE
               WHEN POSITION-TROUVE
                   MOVE "POSTE DEJA PRESENT" TO WS-MOTIF-REJET
               WHEN TXN-POS-ID = SPACES OR TXN-TITRE = SPACES
                   MOVE "ID OU INTITULE MANQUANT" TO WS-MOTIF-REJET
               WHEN NOT DEPT-VALIDE
                   MOVE "DEPARTEMENT INCONNU" TO WS-MOTIF-REJET
               WHEN TXN-ETP-X NOT NUMERIC OR TXN-ETP = ZERO
                   MOVE "ETP AUTORISE INVALIDE" TO WS-MOTIF-REJET
               WHEN TXN-COUT-X NOT NUMERIC
                   MOVE "COUT BUDGETE INVALIDE" TO WS-MOTIF-REJET
               WHEN TXN-STATUT NOT = "O" AND TXN-STATUT NOT = "G"
                       AND TXN-STATUT NOT = SPACE
                   MOVE "STATUT DE POSTE INVALIDE" TO WS-MOTIF-REJET
               WHEN WS-POSITION-CNT >= 9999
                   DISPLAY "TABLE DES POSTES PLEINE - " TXN-POS-ID
                   MOVE "TABLE DES POSTES PLEINE" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               ADD 1 TO WS-POSITION-CNT
               SET PX TO WS-POSITION-CNT
               MOVE TXN-POS-ID TO WS-P-ID(PX)
               MOVE TXN-DEPT-CODE TO WS-P-DEPT(PX)
               MOVE TXN-TITRE TO WS-P-TITRE(PX)
               MOVE TXN-GRADE TO WS-P-GRADE(PX)
               MOVE TXN-ETP TO WS-P-ETP(PX)
               MOVE TXN-COUT TO WS-P-COUT(PX)
               IF TXN-STATUT = SPACE
                   MOVE "O" TO WS-P-STATUT(PX)
               ELSE
                   MOVE TXN-STATUT TO WS-P-STATUT(PX)
               END-IF
               MOVE SPACE TO WS-P-SUPPRIME(PX)
               MOVE SPACES TO WS-AT-BEFORE
               STRING TXN-POS-ID " ABSENT"
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
               SET WS-POSITION-INDEX TO PX
               PERFORM 2800-IMAGE-APRES-DEB
                  THRU 2800-IMAGE-APRES-FIN
               CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                   WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER
               ADD 1 TO WS-APPLIED-CNT
               ADD 1 TO CT-OUTPUT-RECORD-COUNT
               ADD 1 TO CT-OUTPUT-HASH-TOTAL
           END-IF.
       2300-AJOUTER-POSTE-FIN.
           EXIT.

      * The department of a position is fixed: a post moves between
      * departments by closing one and opening the other.
       2400-CHANGER-POSTE-DEB.
           MOVE SPACES TO WS-MOTIF-REJET.
           EVALUATE TRUE
               WHEN NOT POSITION-TROUVE
                   MOVE "POSTE INCONNU" TO WS-MOTIF-REJET
               WHEN TXN-TITRE = SPACES AND TXN-GRADE = SPACES
                       AND TXN-ETP-X = SPACES AND TXN-COUT-X = SPACES
                       AND TXN-STATUT = SPACE
                   MOVE "AUCUNE MODIFICATION" TO WS-MOTIF-REJET
               WHEN TXN-ETP-X NOT = SPACES
                       AND (TXN-ETP-X NOT NUMERIC OR TXN-ETP = ZERO)
                   MOVE "ETP AUTORISE INVALIDE" TO WS-MOTIF-REJET
               WHEN TXN-COUT-X NOT = SPACES
                       AND TXN-COUT-X NOT NUMERIC
                   MOVE "COUT BUDGETE INVALIDE" TO WS-MOTIF-REJET
               WHEN TXN-STATUT NOT = "O" AND TXN-STATUT NOT = "G"
                       AND TXN-STATUT NOT = SPACE
                   MOVE "STATUT DE POSTE INVALIDE" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               PERFORM 2800-IMAGE-APRES-DEB
                  THRU 2800-IMAGE-APRES-FIN
               MOVE WS-AT-AFTER TO WS-AT-BEFORE
               IF TXN-TITRE NOT = SPACES
                   MOVE TXN-TITRE TO WS-P-TITRE(WS-POSITION-INDEX)
               END-IF
               IF TXN-GRADE NOT = SPACES
                   MOVE TXN-GRADE TO WS-P-GRADE(WS-POSITION-INDEX)
               END-IF
               IF TXN-ETP-X NOT = SPACES
                   MOVE TXN-ETP TO WS-P-ETP(WS-POSITION-INDEX)
               END-IF
               IF TXN-COUT-X NOT = SPACES
                   MOVE TXN-COUT TO WS-P-COUT(WS-POSITION-INDEX)
               END-IF
               IF TXN-STATUT NOT = SPACE
                   MOVE TXN-STATUT TO WS-P-STATUT(WS-POSITION-INDEX)
               END-IF
               PERFORM 2800-IMAGE-APRES-DEB
                  THRU 2800-IMAGE-APRES-FIN
               CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                   WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER
               ADD 1 TO WS-APPLIED-CNT
               ADD 1 TO CT-OUTPUT-RECORD-COUNT
               ADD 1 TO CT-OUTPUT-HASH-TOTAL
           END-IF.
       2400-CHANGER-POSTE-FIN.
           EXIT.

      * A position someone holds cannot go: they are moved off it
      * (M) or leave first.
       2500-SUPPRIMER-POSTE-DEB.
           MOVE SPACES TO TXN-EMP-ID.
           PERFORM 2250-CALCULER-OCCUPATION-DEB
              THRU 2250-CALCULER-OCCUPATION-FIN.

           MOVE SPACES TO WS-MOTIF-REJET.
           EVALUATE TRUE
               WHEN NOT POSITION-TROUVE
                   MOVE "POSTE INCONNU" TO WS-MOTIF-REJET
               WHEN WS-ETP-OCCUPE > ZERO
                   MOVE "POSTE OCCUPE" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               MOVE "D" TO WS-P-SUPPRIME(WS-POSITION-INDEX)
               PERFORM 2800-IMAGE-APRES-DEB
                  THRU 2800-IMAGE-APRES-FIN
               MOVE WS-AT-AFTER TO WS-AT-BEFORE
               MOVE SPACES TO WS-AT-AFTER
               STRING TXN-POS-ID " SUPPRIME"
                      DELIMITED BY SIZE INTO WS-AT-AFTER
               CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                   WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER
               ADD 1 TO WS-APPLIED-CNT
               ADD 1 TO CT-OUTPUT-RECORD-COUNT
               ADD 1 TO CT-OUTPUT-HASH-TOTAL
           END-IF.
       2500-SUPPRIMER-POSTE-FIN.
           EXIT.

       2600-REJETER-TRANSACTION-DEB.
           MOVE SPACES TO SUSPENSE-LINE.
           STRING TXN-ACTION TXN-POS-ID " " TXN-DEPT-CODE " "
                  TXN-EMP-ID " " TXN-ETP-X " " TXN-STATUT " "
                  WS-MOTIF-REJET
                  DELIMITED BY SIZE INTO SUSPENSE-LINE.
           WRITE SUSPENSE-LINE.
           ADD 1 TO WS-REJECTED-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       2600-REJETER-TRANSACTION-FIN.
           EXIT.

      * M: the employee must be on the master and not gone; the
      * position open, in the employee's department and with the
      * FTE free. An employee already on a post leaves it for the
      * new one.
       2700-AFFECTER-EMPLOYE-DEB.
           MOVE ZERO TO WS-EMP-INDEX.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EMPLOYEE-CNT
               IF WS-E-ID(WS-E) = TXN-EMP-ID
                   MOVE WS-E TO WS-EMP-INDEX
               END-IF
           END-PERFORM.

           IF TXN-EMP-ETP-X = SPACES
               MOVE 1 TO WS-ETP-DEMANDE
           ELSE
               IF TXN-EMP-ETP-X IS NUMERIC
                   MOVE TXN-EMP-ETP TO WS-ETP-DEMANDE
               ELSE
                   MOVE ZERO TO WS-ETP-DEMANDE
               END-IF
           END-IF.

           PERFORM 2250-CALCULER-OCCUPATION-DEB
              THRU 2250-CALCULER-OCCUPATION-FIN.

           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE SPACES TO WS-STATUT-EMPLOYE.
           IF WS-EMP-INDEX NOT = ZERO
               MOVE WS-E-STATUT(WS-EMP-INDEX) TO WS-STATUT-EMPLOYE
           END-IF.
           EVALUATE TRUE
               WHEN WS-EMP-INDEX = ZERO
                   MOVE "EMPLOYE INTROUVABLE" TO WS-MOTIF-REJET
               WHEN STATUT-LICENCIE OR STATUT-RETRAITE
                   MOVE "EMPLOYE PARTI" TO WS-MOTIF-REJET
               WHEN NOT POSITION-TROUVE
                   MOVE "POSTE INCONNU" TO WS-MOTIF-REJET
               WHEN WS-P-STATUT(WS-POSITION-INDEX) NOT = "O"
                   MOVE "POSTE GELE" TO WS-MOTIF-REJET
               WHEN WS-P-DEPT(WS-POSITION-INDEX)
                       NOT = WS-E-DEPT(WS-EMP-INDEX)
                   MOVE "POSTE HORS DEPARTEMENT" TO WS-MOTIF-REJET
               WHEN WS-ETP-DEMANDE = ZERO
                   MOVE "ETP EMPLOYE INVALIDE" TO WS-MOTIF-REJET
               WHEN WS-ETP-OCCUPE + WS-ETP-DEMANDE
                       > WS-P-ETP(WS-POSITION-INDEX)
                   MOVE "POSTE NON VACANT" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               PERFORM 2750-PLACER-EMPLOYE-DEB
                  THRU 2750-PLACER-EMPLOYE-FIN
           END-IF.
       2700-AFFECTER-EMPLOYE-FIN.
           EXIT.

       2750-PLACER-EMPLOYE-DEB.
           MOVE ZERO TO WS-AFFECT-INDEX.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-AFFECT-CNT
               IF WS-A-EMP-ID(WS-A) = TXN-EMP-ID
                       AND NOT WS-A-EST-SUPPRIME(WS-A)
                   MOVE WS-A TO WS-AFFECT-INDEX
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-AT-BEFORE.
           IF WS-AFFECT-INDEX = ZERO
               IF WS-AFFECT-CNT >= 9999
                   DISPLAY "TABLE DES AFFECTATIONS PLEINE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-AFFECT-CNT
               MOVE WS-AFFECT-CNT TO WS-AFFECT-INDEX
               MOVE SPACE TO WS-A-SUPPRIME(WS-AFFECT-INDEX)
               STRING TXN-EMP-ID " SANS POSTE"
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
           ELSE
               MOVE WS-A-ETP(WS-AFFECT-INDEX) TO WS-AT-ETP-EDITE
               STRING TXN-EMP-ID " POSTE=" WS-A-POS-ID(WS-AFFECT-INDEX)
                      " ETP=" WS-AT-ETP-EDITE
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
           END-IF.

           MOVE TXN-EMP-ID TO WS-A-EMP-ID(WS-AFFECT-INDEX).
           MOVE TXN-POS-ID TO WS-A-POS-ID(WS-AFFECT-INDEX).
           MOVE WS-ETP-DEMANDE TO WS-A-ETP(WS-AFFECT-INDEX).
           MOVE WS-RUN-DATE TO WS-A-DATE-DEBUT(WS-AFFECT-INDEX).

           MOVE WS-ETP-DEMANDE TO WS-AT-ETP-EDITE.
           MOVE SPACES TO WS-AT-AFTER.
           STRING TXN-EMP-ID " POSTE=" TXN-POS-ID
                  " ETP=" WS-AT-ETP-EDITE " DEPUIS " WS-RUN-DATE
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.
           ADD 1 TO WS-APPLIED-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       2750-PLACER-EMPLOYE-FIN.
           EXIT.

       2800-IMAGE-APRES-DEB.
           MOVE WS-P-ETP(WS-POSITION-INDEX) TO WS-AT-ETP-EDITE.
           MOVE WS-P-COUT(WS-POSITION-INDEX) TO WS-AT-COUT-EDITE.
           MOVE SPACES TO WS-AT-AFTER.
           STRING WS-P-ID(WS-POSITION-INDEX) " "
                  WS-P-DEPT(WS-POSITION-INDEX) " "
                  WS-P-GRADE(WS-POSITION-INDEX)
                  " ETP=" WS-AT-ETP-EDITE
                  " COUT=" WS-AT-COUT-EDITE
                  " ST=" WS-P-STATUT(WS-POSITION-INDEX)
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
       2800-IMAGE-APRES-FIN.
           EXIT.

       3000-SAUVEGARDER-DEB.
           OPEN OUTPUT POSITION-FILE.
           IF WS-POSITION-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE POSITION-FILE: "
                       WS-POSITION-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-POSITION-CNT
               IF NOT WS-P-EST-SUPPRIME(WS-I)
                   MOVE SPACES TO POSITION-MASTER-RECORD
                   MOVE WS-P-ID(WS-I) TO POS-ID
                   MOVE WS-P-DEPT(WS-I) TO POS-DEPT
                   MOVE WS-P-TITRE(WS-I) TO POS-TITRE
                   MOVE WS-P-GRADE(WS-I) TO POS-GRADE
                   MOVE WS-P-ETP(WS-I) TO POS-ETP-AUTORISE
                   MOVE WS-P-COUT(WS-I) TO POS-COUT-BUDGET
                   MOVE WS-P-STATUT(WS-I) TO POS-STATUT
                   WRITE POSITION-MASTER-RECORD
               END-IF
           END-PERFORM.
           CLOSE POSITION-FILE.

           OPEN OUTPUT ASSIGNMENT-FILE.
           IF WS-ASSIGNMENT-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE ASSIGNMENT-FILE: "
                       WS-ASSIGNMENT-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-AFFECT-CNT
               IF NOT WS-A-EST-SUPPRIME(WS-A)
                   MOVE SPACES TO POSITION-ASSIGNMENT-RECORD
                   MOVE WS-A-EMP-ID(WS-A) TO PAF-EMP-ID
                   MOVE WS-A-POS-ID(WS-A) TO PAF-POS-ID
                   MOVE WS-A-ETP(WS-A) TO PAF-ETP
                   MOVE WS-A-DATE-DEBUT(WS-A) TO PAF-DATE-DEBUT
                   WRITE POSITION-ASSIGNMENT-RECORD
               END-IF
           END-PERFORM.
           CLOSE ASSIGNMENT-FILE.
       3000-SAUVEGARDER-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE TRANSACTION-FILE.
           CLOSE SUSPENSE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "MAINTENANCE DES POSTES TERMINEE.".
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
