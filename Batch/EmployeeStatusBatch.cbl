               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT POSITION-FILE ASSIGN DYNAMIC WS-POSITION-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT ASSIGNMENT-FILE ASSIGN DYNAMIC WS-ASSIGNMENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGNMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
      * terminates - the record is kept with its terminal status as
      * the archival flag, never deleted, so the history stays
      * auditable. The hire fields past TXN-GENRE only matter on A.
      * A hire names the position it fills (TXN-POSITION) and the
      * share of a full-time post taken (TXN-ETP, blank = 1.00).
       FD  TRANSACTION-FILE.
       01  EMPLOYEE-STATUS-TRANSACTION.
           05 TXN-ACTION            PIC X(1).
           05 TXN-EFFECTIVE-DATE-X  PIC X(8).
           05 TXN-EFFECTIVE-DATE REDEFINES TXN-EFFECTIVE-DATE-X
                                    PIC 9(8).
           05 TXN-POSITION          PIC X(6).
           05 TXN-ETP-X             PIC X(3).
           05 TXN-ETP REDEFINES TXN-ETP-X
                                    PIC 9(1)V99.

      * Structured suspense record: the rejected transaction travels
      * whole with its reject reason and recycle count, so the
           05 SUS-BIRTHDATE-X       PIC X(8).
           05 SUS-HIRE-DATE-X       PIC X(8).
           05 SUS-DEPARTMENT        PIC X(4).
           05 SUS-POSITION          PIC X(6).
           05 SUS-ETP-X             PIC X(3).

      * Future-dated transactions wait here until the daily release
      * job (PendingStatusRelease) moves the due ones back onto the
      * live feed - HR no longer has to hold them in a drawer.
       FD  PENDING-FILE.
       01  PENDING-TRANSACTION      PIC X(75).

       FD  POSITION-FILE.
           COPY "PositionMaster.cpy".

       FD  ASSIGNMENT-FILE.
           COPY "PositionAssignment.cpy".

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".
       01  WS-TXN-STATUS            PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-PENDING-STATUS        PIC XX.
       01  WS-POSITION-PATH         PIC X(40)
                                 VALUE "Data/POSITION-MASTER.txt".
       01  WS-ASSIGNMENT-PATH       PIC X(40)
                                 VALUE "Data/POSITION-ASSIGNMENT.txt".
       01  WS-POSITION-STATUS       PIC XX.
       01  WS-ASSIGNMENT-STATUS     PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

               10 WS-E-HIRE-DATE    PIC 9(8).
               10 WS-E-DEPT         PIC X(4).
               10 WS-E-SOLDE        PIC S9(7)V99.
               10 WS-E-RESPONSABLE  PIC X(6).
               10 WS-E-OPERATEUR    PIC X(8).

      * Position control: the authorized posts and who holds them.
      * A hire must find its post open, in its department and with
      * the FTE free; a departure frees the post.
       01  WS-POSITION-CNT          PIC 9(4) VALUE ZERO.
       01  WS-POSITION-INDEX        PIC 9(4) VALUE ZERO.
       01  WS-J                     PIC 9(4).

       01  WS-POSITION-TABLE.
           05 WS-POSITION-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-POSITION-CNT
                   INDEXED BY PX.
               10 WS-P-ID           PIC X(6).
               10 WS-P-DEPT         PIC X(4).
               10 WS-P-ETP          PIC 9(2)V99.
               10 WS-P-STATUT       PIC X(1).

       01  WS-AFFECT-CNT            PIC 9(5) VALUE ZERO.
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

       01  WS-ETP-OCCUPE            PIC 9(3)V99.
       01  WS-ETP-DEMANDE           PIC 9(1)V99.
       01  WS-ETP-EDITE             PIC 9.99.
       01  WS-AFFECT-MODIFIEE       PIC X VALUE "N".
           88 AFFECT-MODIFIEE       VALUE "Y".
       01  WS-POSTES-LIBERES-CNT    PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.

           PERFORM 1100-CHARGER-MAITRE-DEB
              THRU 1100-CHARGER-MAITRE-FIN.
           PERFORM 1200-CHARGER-POSTES-DEB
              THRU 1200-CHARGER-POSTES-FIN.

           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-STATUS NOT = "00"
                       MOVE EMP-HIRE-DATE TO WS-E-HIRE-DATE(EX)
                       MOVE EMP-DEPARTMENT TO WS-E-DEPT(EX)
                       MOVE EMP-SOLDE TO WS-E-SOLDE(EX)
                       MOVE EMP-RESPONSABLE TO WS-E-RESPONSABLE(EX)
                       MOVE EMP-OPERATEUR TO WS-E-OPERATEUR(EX)
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.
       1100-CHARGER-MAITRE-FIN.
           EXIT.

      * Without the position master no hire can be placed: every A
      * is then rejected, the other transactions run as before. An
      * absent assignment file means nobody holds a post yet.
       1200-CHARGER-POSTES-DEB.
           OPEN INPUT POSITION-FILE.
           IF WS-POSITION-STATUS = "00"
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
                           MOVE POS-ETP-AUTORISE TO WS-P-ETP(PX)
                           MOVE POS-STATUT TO WS-P-STATUT(PX)
                   END-READ
               END-PERFORM
               CLOSE POSITION-FILE
           END-IF.

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
       1200-CHARGER-POSTES-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-TOTAL-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           MOVE TXN-BIRTHDATE-X TO SUS-BIRTHDATE-X.
           MOVE TXN-HIRE-DATE-X TO SUS-HIRE-DATE-X.
           MOVE TXN-DEPARTMENT TO SUS-DEPARTMENT.
           MOVE TXN-POSITION TO SUS-POSITION.
           MOVE TXN-ETP-X TO SUS-ETP-X.
           WRITE SUSPENSE-RECORD.
           ADD 1 TO WS-REJECTED-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
               MOVE "N" TO WS-DATE-VALIDE
           END-IF.

           PERFORM 2530-CONTROLER-POSTE-DEB
              THRU 2530-CONTROLER-POSTE-FIN.

           EVALUATE TRUE
               WHEN EMPLOYE-TROUVE
                   MOVE "EMPLOYE DEJA PRESENT" TO WS-MOTIF-REJET
                   MOVE "DATE EMBAUCHE INVALIDE" TO WS-MOTIF-REJET
                   PERFORM 2400-REJETER-TRANSACTION-DEB
                      THRU 2400-REJETER-TRANSACTION-FIN
               WHEN WS-MOTIF-REJET NOT = SPACES
                   PERFORM 2400-REJETER-TRANSACTION-DEB
                      THRU 2400-REJETER-TRANSACTION-FIN
               WHEN OTHER
                   PERFORM 2520-CREER-EMPLOYE-DEB
                      THRU 2520-CREER-EMPLOYE-FIN
           END-IF.
           MOVE TXN-DEPARTMENT TO WS-E-DEPT(EX).
           MOVE ZERO TO WS-E-SOLDE(EX).
           MOVE SPACES TO WS-E-RESPONSABLE(EX).
           MOVE SPACES TO WS-E-OPERATEUR(EX).

           ADD 1 TO WS-AFFECT-CNT.
           SET AX TO WS-AFFECT-CNT.
           MOVE TXN-EMP-ID TO WS-A-EMP-ID(AX).
           MOVE TXN-POSITION TO WS-A-POS-ID(AX).
           MOVE WS-ETP-DEMANDE TO WS-A-ETP(AX).
           IF WS-E-HIRE-DATE(EX) NOT = ZERO
               MOVE WS-E-HIRE-DATE(EX) TO WS-A-DATE-DEBUT(AX)
           ELSE
               MOVE WS-RUN-DATE TO WS-A-DATE-DEBUT(AX)
           END-IF.
           MOVE SPACE TO WS-A-SUPPRIME(AX).
           MOVE "Y" TO WS-AFFECT-MODIFIEE.

           MOVE SPACES TO WS-AT-BEFORE.
           STRING TXN-EMP-ID " ABSENT"
                  DELIMITED BY SIZE INTO WS-AT-BEFORE.
           MOVE SPACES TO WS-AT-AFTER.
           MOVE WS-ETP-DEMANDE TO WS-ETP-EDITE.
           STRING TXN-EMP-ID " EMBAUCHE STATUT="
                  WS-STATUT-EMPLOYE " DEPT=" TXN-DEPARTMENT
                  " POSTE=" TXN-POSITION " ETP=" WS-ETP-EDITE
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.
       2520-CREER-EMPLOYE-FIN.
           EXIT.

      * The hire must target a vacant authorized post: known, open,
      * of the hire's department - a blank department takes the
      * post's - and with the requested FTE still free. The reason
      * is left in WS-MOTIF-REJET, blank when the post is good.
       2530-CONTROLER-POSTE-DEB.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE ZERO TO WS-POSITION-INDEX.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-POSITION-CNT
               IF WS-P-ID(WS-J) = TXN-POSITION
                   MOVE WS-J TO WS-POSITION-INDEX
               END-IF
           END-PERFORM.

           IF TXN-ETP-X = SPACES
               MOVE 1 TO WS-ETP-DEMANDE
           ELSE
               IF TXN-ETP-X IS NUMERIC
                   MOVE TXN-ETP TO WS-ETP-DEMANDE
               ELSE
                   MOVE ZERO TO WS-ETP-DEMANDE
               END-IF
           END-IF.

           MOVE ZERO TO WS-ETP-OCCUPE.
           PERFORM VARYING WS-AFFECT-INDEX FROM 1 BY 1
                   UNTIL WS-AFFECT-INDEX > WS-AFFECT-CNT
               IF WS-A-POS-ID(WS-AFFECT-INDEX) = TXN-POSITION
                       AND NOT WS-A-EST-SUPPRIME(WS-AFFECT-INDEX)
                   ADD WS-A-ETP(WS-AFFECT-INDEX) TO WS-ETP-OCCUPE
               END-IF
           END-PERFORM.

           IF WS-POSITION-INDEX NOT = ZERO
                   AND TXN-DEPARTMENT = SPACES
               MOVE WS-P-DEPT(WS-POSITION-INDEX) TO TXN-DEPARTMENT
           END-IF.

           EVALUATE TRUE
               WHEN TXN-POSITION = SPACES
                   MOVE "POSTE MANQUANT" TO WS-MOTIF-REJET
               WHEN WS-POSITION-INDEX = ZERO
                   MOVE "POSTE INCONNU" TO WS-MOTIF-REJET
               WHEN WS-P-STATUT(WS-POSITION-INDEX) NOT = "O"
                   MOVE "POSTE GELE" TO WS-MOTIF-REJET
               WHEN WS-P-DEPT(WS-POSITION-INDEX) NOT = TXN-DEPARTMENT
                   MOVE "POSTE HORS DEPARTEMENT" TO WS-MOTIF-REJET
               WHEN WS-ETP-DEMANDE = ZERO
                   MOVE "ETP INVALIDE" TO WS-MOTIF-REJET
               WHEN WS-ETP-OCCUPE + WS-ETP-DEMANDE
                       > WS-P-ETP(WS-POSITION-INDEX)
                   MOVE "POSTE NON VACANT" TO WS-MOTIF-REJET
               WHEN WS-AFFECT-CNT >= 9999
                   MOVE "TABLE DES AFFECTATIONS PLEINE"
                       TO WS-MOTIF-REJET
           END-EVALUATE.
       2530-CONTROLER-POSTE-FIN.
           EXIT.

      * A termination is a status change restricted to the two
      * terminal codes; the record stays on the master, flagged by
      * that status for the archive run.
                   MOVE TXN-NEW-STATUS TO WS-EVT-NEW
                   CALL "EmployeeEventWriter" USING TXN-EMP-ID
                       WS-EVT-CODE WS-EVT-OLD WS-EVT-NEW
                   PERFORM 2650-LIBERER-POSTE-DEB
                      THRU 2650-LIBERER-POSTE-FIN
                   ADD 1 TO WS-APPLIED-CNT
                   ADD 1 TO CT-OUTPUT-RECORD-COUNT
                   ADD 1 TO CT-OUTPUT-HASH-TOTAL
       2600-TERMINER-EMPLOYE-FIN.
           EXIT.

      * The leaver's post is vacant again from today.
       2650-LIBERER-POSTE-DEB.
           PERFORM VARYING WS-AFFECT-INDEX FROM 1 BY 1
                   UNTIL WS-AFFECT-INDEX > WS-AFFECT-CNT
               IF WS-A-EMP-ID(WS-AFFECT-INDEX) = TXN-EMP-ID
                       AND NOT WS-A-EST-SUPPRIME(WS-AFFECT-INDEX)
                   MOVE "D" TO WS-A-SUPPRIME(WS-AFFECT-INDEX)
                   MOVE "Y" TO WS-AFFECT-MODIFIEE
                   ADD 1 TO WS-POSTES-LIBERES-CNT
                   MOVE WS-A-ETP(WS-AFFECT-INDEX) TO WS-ETP-EDITE
                   MOVE SPACES TO WS-AT-BEFORE
                   STRING TXN-EMP-ID " POSTE="
                          WS-A-POS-ID(WS-AFFECT-INDEX)
                          " ETP=" WS-ETP-EDITE
                          DELIMITED BY SIZE INTO WS-AT-BEFORE
                   MOVE SPACES TO WS-AT-AFTER
                   STRING TXN-EMP-ID " POSTE LIBERE"
                          DELIMITED BY SIZE INTO WS-AT-AFTER
                   CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                       WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER
               END-IF
           END-PERFORM.
       2650-LIBERER-POSTE-FIN.
           EXIT.

       3000-SAUVEGARDER-MAITRE-DEB.
           OPEN OUTPUT EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE WS-E-HIRE-DATE(WS-I) TO EMP-HIRE-DATE
               MOVE WS-E-DEPT(WS-I) TO EMP-DEPARTMENT
               MOVE WS-E-SOLDE(WS-I) TO EMP-SOLDE
               MOVE WS-E-RESPONSABLE(WS-I) TO EMP-RESPONSABLE
               MOVE WS-E-OPERATEUR(WS-I) TO EMP-OPERATEUR
               WRITE EMPLOYEE-MASTER-RECORD
           END-PERFORM.

           CLOSE EMPLOYEE-MASTER-FILE.

           IF AFFECT-MODIFIEE
               PERFORM 3100-SAUVEGARDER-AFFECT-DEB
                  THRU 3100-SAUVEGARDER-AFFECT-FIN
           END-IF.

           MOVE "R" TO WS-LOCK-ACTION.
           CALL "MasterLockManager" USING WS-LOCK-ACTION
               WS-LOCK-PATH WS-LOCK-HOLDER WS-LOCK-RESULT.
       3000-SAUVEGARDER-MAITRE-FIN.
           EXIT.

       3100-SAUVEGARDER-AFFECT-DEB.
           OPEN OUTPUT ASSIGNMENT-FILE.
           IF WS-ASSIGNMENT-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE ASSIGNMENT-FILE: "
                       WS-ASSIGNMENT-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-AFFECT-INDEX FROM 1 BY 1
                   UNTIL WS-AFFECT-INDEX > WS-AFFECT-CNT
               IF NOT WS-A-EST-SUPPRIME(WS-AFFECT-INDEX)
                   MOVE SPACES TO POSITION-ASSIGNMENT-RECORD
                   MOVE WS-A-EMP-ID(WS-AFFECT-INDEX) TO PAF-EMP-ID
                   MOVE WS-A-POS-ID(WS-AFFECT-INDEX) TO PAF-POS-ID
                   MOVE WS-A-ETP(WS-AFFECT-INDEX) TO PAF-ETP
                   MOVE WS-A-DATE-DEBUT(WS-AFFECT-INDEX)
                       TO PAF-DATE-DEBUT
                   WRITE POSITION-ASSIGNMENT-RECORD
               END-IF
           END-PERFORM.
           CLOSE ASSIGNMENT-FILE.
       3100-SAUVEGARDER-AFFECT-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE TRANSACTION-FILE.
           CLOSE SUSPENSE-FILE.
           DISPLAY "APPLIQUEES            : " WS-APPLIED-CNT.
           DISPLAY "REJETEES              : " WS-REJECTED-CNT.
           DISPLAY "MISES EN ATTENTE      : " WS-PENDING-CNT.
           DISPLAY "POSTES LIBERES        : " WS-POSTES-LIBERES-CNT.
           DISPLAY "------------------------------------------------".

           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
