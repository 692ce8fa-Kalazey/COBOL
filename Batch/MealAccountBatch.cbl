       IDENTIFICATION DIVISION.
       PROGRAM-ID. MealAccountBatch.
       AUTHOR. Mathieu.

      * Prepaid cafeteria meal accounts - families pay in advance
      * instead of cash at the counter. Every student of the student
      * master gets a meal account the first time this job runs
      * after their enrolment. The day's top-ups, which
      * LockboxMatchBatch routes to the cafeteria intake from their
      * payment reference, are credited first - the intake is
      * emptied once the accounts are saved; then each meal
      * swiped at the counter (student, date, meal code) is debited
      * at the price of the meal tariff - the reduced price for a
      * student holding a scholarship award for the current term
      * that has not lapsed. A swipe for an unknown student or meal
      * code, with an invalid date, or that the balance cannot pay
      * is refused to the rejects file and the meal is paid at the
      * counter. Every credit and debit is appended to the movement
      * history, rides AuditTrailWriter and balances with
      * ControlTotals.cpy. An account that falls under the
      * low-balance threshold of the cafeteria parameter gets one
      * notice to the student's primary guardian until it is topped
      * up again; a student with no primary guardian lands on the
      * exceptions list for the office to phone.
      * The notice is queued through NotificationWriter (template
      * SOLDEBAS); a guardian with an email address or mobile
      * number in the contact directory gets it from the gateway,
      * and only the others get the printed letter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN DYNAMIC WS-ACCOUNT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT MOVEMENT-FILE ASSIGN DYNAMIC WS-MOVEMENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MOVEMENT-STATUS.

           SELECT TOPUP-FILE ASSIGN DYNAMIC WS-TOPUP-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TOPUP-STATUS.

           SELECT SWIPE-FILE ASSIGN DYNAMIC WS-SWIPE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SWIPE-STATUS.

           SELECT TARIFF-FILE ASSIGN DYNAMIC WS-TARIFF-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFF-STATUS.

           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TERM-FILE ASSIGN DYNAMIC WS-TERM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

           SELECT AWARD-FILE ASSIGN DYNAMIC WS-AWARD-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AWARD-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN DYNAMIC WS-STUDENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT GUARDIAN-FILE ASSIGN DYNAMIC WS-GUARDIAN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GUARDIAN-STATUS.

           SELECT NOTICE-FILE ASSIGN DYNAMIC WS-NOTICE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT EXCEPTIONS-FILE ASSIGN DYNAMIC WS-EXCEPTIONS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTIONS-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY "MealAccount.cpy".

       FD  MOVEMENT-FILE.
           COPY "MealMovement.cpy".

      * Written by LockboxMatchBatch - same layout as the tuition
      * payment intake.
       FD  TOPUP-FILE.
       01  MEAL-TOPUP-RECORD.
           05 TOP-STUDENT-ID        PIC X(6).
           05 TOP-MONTANT           PIC 9(5)V99.
           05 TOP-DATE              PIC 9(8).

       FD  SWIPE-FILE.
       01  MEAL-SWIPE-RECORD.
           05 SWP-STUDENT-ID        PIC X(6).
           05 SWP-DATE-X            PIC X(8).
           05 SWP-DATE REDEFINES SWP-DATE-X
                                    PIC 9(8).
           05 SWP-CODE-REPAS        PIC X(2).

       FD  TARIFF-FILE.
           COPY "MealTariff.cpy".

      * Low-balance threshold, in the account's currency.
       FD  PARM-FILE.
       01  MEAL-PARM-RECORD.
           05 PRM-SEUIL-X           PIC X(5).
           05 PRM-SEUIL REDEFINES PRM-SEUIL-X
                                    PIC 9(3)V99.

       FD  TERM-FILE.
       01  TERM-PARM-RECORD.
           05 TRM-TERME             PIC X(6).

       FD  AWARD-FILE.
           COPY "ScholarshipAward.cpy".

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05 STU-ID                PIC X(6).
           05 STU-NAME              PIC X(20).
           05 STU-RESTE             PIC X(60).

       FD  GUARDIAN-FILE.
       01  GUARDIAN-MASTER-RECORD.
           05 GRD-STUDENT-ID        PIC X(6).
           05 GRD-NAME              PIC X(30).
           05 GRD-RELATION          PIC X(10).
           05 GRD-ADDRESS           PIC X(30).
           05 GRD-CITY              PIC X(20).
           05 GRD-STATE             PIC X(2).
           05 GRD-ZIP               PIC X(10).
           05 GRD-PRIMARY           PIC X(1).

       FD  NOTICE-FILE.
       01  NOTICE-LINE              PIC X(80).

       FD  EXCEPTIONS-FILE.
       01  EXCEPTION-LINE           PIC X(80).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(60).

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "MealAccountBatch".
       01  WS-CT-CENTIMES           PIC 9(9).

       01  WS-ACCOUNT-PATH          PIC X(40)
                                 VALUE "Data/MEAL-ACCOUNT.txt".
       01  WS-MOVEMENT-PATH         PIC X(40)
                                 VALUE "Data/MEAL-MOVEMENT.txt".
       01  WS-TOPUP-PATH            PIC X(40)
                                 VALUE "Data/MEAL-TOPUP-TXN.txt".
       01  WS-SWIPE-PATH            PIC X(40)
                                 VALUE "Data/MEAL-SWIPE-TXN.txt".
       01  WS-TARIFF-PATH           PIC X(40)
                                 VALUE "Data/MEAL-TARIFF.txt".
       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/MEAL-PARM.txt".
       01  WS-TERM-PATH             PIC X(40)
                                 VALUE "Data/TUITION-TERM-PARM.txt".
       01  WS-AWARD-PATH            PIC X(40)
                                 VALUE "Data/SCHOLARSHIP-AWARD.txt".
       01  WS-STUDENT-PATH          PIC X(40)
                                 VALUE "Data/STUDENT-MASTER.txt".
       01  WS-GUARDIAN-PATH         PIC X(40)
                                 VALUE "Data/GUARDIAN-MASTER.txt".
       01  WS-NOTICE-PATH           PIC X(40)
                                 VALUE "Data/MEAL-LOW-BALANCE.txt".
       01  WS-EXCEPTIONS-PATH       PIC X(40)
                                 VALUE "Data/MEAL-NOTICE-EXCEPT.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/MEAL-SWIPE-ERR.txt".
       01  WS-ACCOUNT-STATUS        PIC XX.
       01  WS-MOVEMENT-STATUS       PIC XX.
       01  WS-TOPUP-STATUS          PIC XX.
       01  WS-SWIPE-STATUS          PIC XX.
       01  WS-TARIFF-STATUS         PIC XX.
       01  WS-PARM-STATUS           PIC XX.
       01  WS-TERM-STATUS           PIC XX.
       01  WS-AWARD-STATUS          PIC XX.
       01  WS-STUDENT-STATUS        PIC XX.
       01  WS-GUARDIAN-STATUS       PIC XX.
       01  WS-NOTICE-STATUS         PIC XX.
       01  WS-EXCEPTIONS-STATUS     PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-TERME                 PIC X(6) VALUE SPACES.
       01  WS-SEUIL                 PIC 9(3)V99 VALUE 5.00.

       01  WS-CPT-CNT               PIC 9(4) VALUE ZERO.
       01  WS-A                     PIC 9(4).
       01  WS-CPT-TROUVE            PIC 9(4).

       01  WS-CPT-TABLE.
           05 WS-CPT-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-CPT-CNT
                   INDEXED BY AX.
               10 WS-A-STUDENT      PIC X(6).
               10 WS-A-SOLDE        PIC 9(5)V99.
               10 WS-A-OUVERTURE    PIC 9(8).
               10 WS-A-MOUVEMENT    PIC 9(8).
               10 WS-A-AVIS         PIC X(1).
               10 WS-A-NAME         PIC X(20).
               10 WS-A-REDUIT       PIC X(1).

       01  WS-TRF-CNT               PIC 9(3) VALUE ZERO.
       01  WS-T                     PIC 9(3).
       01  WS-TRF-TROUVE            PIC 9(3).

       01  WS-TRF-TABLE.
           05 WS-TRF-ENTRY OCCURS 99 TIMES
                   DEPENDING ON WS-TRF-CNT
                   INDEXED BY TX.
               10 WS-T-CODE         PIC X(2).
               10 WS-T-LIBELLE      PIC X(20).
               10 WS-T-NORMAL       PIC 9(3)V99.
               10 WS-T-REDUIT       PIC 9(3)V99.

       01  WS-GRD-CNT               PIC 9(4) VALUE ZERO.
       01  WS-G                     PIC 9(4).
       01  WS-GRD-TROUVE            PIC 9(4).

       01  WS-GRD-TABLE.
           05 WS-GRD-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-GRD-CNT
                   INDEXED BY GX.
               10 WS-G-STUDENT      PIC X(6).
               10 WS-G-NAME         PIC X(30).
               10 WS-G-ADDRESS      PIC X(30).
               10 WS-G-CITY         PIC X(20).
               10 WS-G-STATE        PIC X(2).
               10 WS-G-ZIP          PIC X(10).

       01  WS-DATE-CONTROLE         PIC 9(8).
       01  WS-DATE-VALIDE           PIC X.
           88 DATE-VALIDE           VALUE "Y".
       01  WS-PRIX                  PIC 9(3)V99.
       01  WS-MOTIF-REJET           PIC X(30).

       01  WS-OUVERTS-CNT           PIC 9(5) VALUE ZERO.
       01  WS-RECHARGE-CNT          PIC 9(5) VALUE ZERO.
       01  WS-RECHARGE-REJET-CNT    PIC 9(5) VALUE ZERO.
       01  WS-REPAS-CNT             PIC 9(5) VALUE ZERO.
       01  WS-REDUIT-CNT            PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-CNT          PIC 9(5) VALUE ZERO.
       01  WS-AVIS-CNT              PIC 9(5) VALUE ZERO.
       01  WS-SANS-TUTEUR-CNT       PIC 9(5) VALUE ZERO.

       01  WS-MONTANT-EDITE         PIC Z(4)9.99.
       01  WS-SEUIL-EDITE           PIC ZZ9.99.
       01  WS-DATE-EDITEE           PIC X(10).

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "MealAccountBatch".

       01  WS-NT-PRODUCTEUR         PIC X(20)
                                 VALUE "MealAccountBatch".
       01  WS-NT-TEMPLATE           PIC X(8) VALUE "SOLDEBAS".
       01  WS-NT-DEST-TYPE          PIC X(1) VALUE "T".
       01  WS-NT-CHAMPS.
           05 WS-NT-CHAMP           PIC X(20) OCCURS 5 TIMES.
       01  WS-NT-PAPIER-LOCAL       PIC X(1) VALUE "Y".
       01  WS-NT-CANAL              PIC X(1).
       01  WS-ELECTRONIQUE-CNT      PIC 9(5) VALUE ZERO.
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-CREDITER-RECHARGES-DEB
              THRU 2000-CREDITER-RECHARGES-FIN.

           PERFORM 3000-DEBITER-REPAS-DEB
              THRU 3000-DEBITER-REPAS-FIN
              UNTIL END-OF-FILE.

           PERFORM 4000-AVISER-SOLDES-BAS-DEB
              THRU 4000-AVISER-SOLDES-BAS-FIN.

           PERFORM 5000-SAUVEGARDER-COMPTES-DEB
              THRU 5000-SAUVEGARDER-COMPTES-FIN.

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
                       IF PRM-SEUIL-X IS NUMERIC
                           MOVE PRM-SEUIL TO WS-SEUIL
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

           OPEN INPUT TERM-FILE.
           IF WS-TERM-STATUS = "00"
               READ TERM-FILE
                   NOT AT END
                       MOVE TRM-TERME TO WS-TERME
               END-READ
               CLOSE TERM-FILE
           END-IF.

           PERFORM 1100-CHARGER-COMPTES-DEB
              THRU 1100-CHARGER-COMPTES-FIN.
           PERFORM 1200-OUVRIR-COMPTES-DEB
              THRU 1200-OUVRIR-COMPTES-FIN.
           PERFORM 1300-MARQUER-BOURSIERS-DEB
              THRU 1300-MARQUER-BOURSIERS-FIN.
           PERFORM 1400-CHARGER-TARIFS-DEB
              THRU 1400-CHARGER-TARIFS-FIN.
           PERFORM 1500-CHARGER-TUTEURS-DEB
              THRU 1500-CHARGER-TUTEURS-FIN.

           OPEN EXTEND MOVEMENT-FILE.
           IF WS-MOVEMENT-STATUS = "05" OR WS-MOVEMENT-STATUS = "35"
               OPEN OUTPUT MOVEMENT-FILE
           END-IF.
           IF WS-MOVEMENT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE MOVEMENT-FILE: "
                       WS-MOVEMENT-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT NOTICE-FILE.
           IF WS-NOTICE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE NOTICE-FILE: "
                       WS-NOTICE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT EXCEPTIONS-FILE.
           IF WS-EXCEPTIONS-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE EXCEPTIONS-FILE: "
                       WS-EXCEPTIONS-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SUSPENSE-FILE: "
                       WS-SUSPENSE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT SWIPE-FILE.
           IF WS-SWIPE-STATUS = "35"
               DISPLAY "AUCUN PASSAGE A LA CANTINE"
               SET END-OF-FILE TO TRUE
           ELSE
               IF WS-SWIPE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE SWIPE-FILE: "
                           WS-SWIPE-STATUS
                   STOP RUN
               END-IF
               PERFORM 3100-LIRE-PASSAGE-DEB
                  THRU 3100-LIRE-PASSAGE-FIN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

      * An absent account file is the first run.
       1100-CHARGER-COMPTES-DEB.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-STATUS = "00"
               PERFORM UNTIL WS-ACCOUNT-STATUS = "10"
                   READ ACCOUNT-FILE
                       AT END
                           MOVE "10" TO WS-ACCOUNT-STATUS
                       NOT AT END
                           IF WS-CPT-CNT >= 9999
                               DISPLAY "TABLE DES COMPTES PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CPT-CNT
                           SET AX TO WS-CPT-CNT
                           MOVE MEA-STUDENT-ID TO WS-A-STUDENT(AX)
                           MOVE MEA-SOLDE TO WS-A-SOLDE(AX)
                           MOVE MEA-DATE-OUVERTURE
                               TO WS-A-OUVERTURE(AX)
                           MOVE MEA-DATE-MOUVEMENT
                               TO WS-A-MOUVEMENT(AX)
                           MOVE MEA-AVIS TO WS-A-AVIS(AX)
                           MOVE SPACES TO WS-A-NAME(AX)
                           MOVE "N" TO WS-A-REDUIT(AX)
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           END-IF.
       1100-CHARGER-COMPTES-FIN.
           EXIT.

      * A student of the master without an account gets one, empty.
       1200-OUVRIR-COMPTES-DEB.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE STUDENT-MASTER-FILE: "
                       WS-STUDENT-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-STUDENT-STATUS = "10"
               READ STUDENT-MASTER-FILE
                   AT END
                       MOVE "10" TO WS-STUDENT-STATUS
                   NOT AT END
                       PERFORM 1250-OUVRIR-COMPTE-DEB
                          THRU 1250-OUVRIR-COMPTE-FIN
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER-FILE.
       1200-OUVRIR-COMPTES-FIN.
           EXIT.

       1250-OUVRIR-COMPTE-DEB.
           MOVE STU-ID TO MEA-STUDENT-ID.
           PERFORM 2900-CHERCHER-COMPTE-DEB
              THRU 2900-CHERCHER-COMPTE-FIN.
           IF WS-CPT-TROUVE = ZERO
               IF WS-CPT-CNT >= 9999
                   DISPLAY "TABLE DES COMPTES PLEINE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CPT-CNT
               MOVE WS-CPT-CNT TO WS-CPT-TROUVE
               MOVE STU-ID TO WS-A-STUDENT(WS-CPT-TROUVE)
               MOVE ZERO TO WS-A-SOLDE(WS-CPT-TROUVE)
               MOVE WS-RUN-DATE TO WS-A-OUVERTURE(WS-CPT-TROUVE)
               MOVE ZERO TO WS-A-MOUVEMENT(WS-CPT-TROUVE)
               MOVE "N" TO WS-A-AVIS(WS-CPT-TROUVE)
               MOVE "N" TO WS-A-REDUIT(WS-CPT-TROUVE)
               ADD 1 TO WS-OUVERTS-CNT
           END-IF.
           MOVE STU-NAME TO WS-A-NAME(WS-CPT-TROUVE).
       1250-OUVRIR-COMPTE-FIN.
           EXIT.

      * The reduced tariff goes with an award of the current term
      * still standing - active or applied to the invoice, not
      * lapsed.
       1300-MARQUER-BOURSIERS-DEB.
           OPEN INPUT AWARD-FILE.
           IF WS-AWARD-STATUS = "00"
               PERFORM UNTIL WS-AWARD-STATUS = "10"
                   READ AWARD-FILE
                       AT END
                           MOVE "10" TO WS-AWARD-STATUS
                       NOT AT END
                           IF AWD-TERME = WS-TERME
                                   AND NOT AWD-CADUQUE
                               MOVE AWD-STUDENT-ID TO MEA-STUDENT-ID
                               PERFORM 2900-CHERCHER-COMPTE-DEB
                                  THRU 2900-CHERCHER-COMPTE-FIN
                               IF WS-CPT-TROUVE > ZERO
                                   MOVE "Y"
                                     TO WS-A-REDUIT(WS-CPT-TROUVE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AWARD-FILE
           END-IF.
       1300-MARQUER-BOURSIERS-FIN.
           EXIT.

       1400-CHARGER-TARIFS-DEB.
           OPEN INPUT TARIFF-FILE.
           IF WS-TARIFF-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE TARIFF-FILE: "
                       WS-TARIFF-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TARIFF-STATUS = "10"
               READ TARIFF-FILE
                   AT END
                       MOVE "10" TO WS-TARIFF-STATUS
                   NOT AT END
                       IF WS-TRF-CNT < 99
                           ADD 1 TO WS-TRF-CNT
                           SET TX TO WS-TRF-CNT
                           MOVE MTF-CODE TO WS-T-CODE(TX)
                           MOVE MTF-LIBELLE TO WS-T-LIBELLE(TX)
                           MOVE MTF-PRIX-NORMAL TO WS-T-NORMAL(TX)
                           MOVE MTF-PRIX-REDUIT TO WS-T-REDUIT(TX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TARIFF-FILE.
       1400-CHARGER-TARIFS-FIN.
           EXIT.

      * Only primary guardians are kept - the notice goes to them.
       1500-CHARGER-TUTEURS-DEB.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = "00"
               PERFORM UNTIL WS-GUARDIAN-STATUS = "10"
                   READ GUARDIAN-FILE
                       AT END
                           MOVE "10" TO WS-GUARDIAN-STATUS
                       NOT AT END
                           IF GRD-PRIMARY = "P"
                                   AND WS-GRD-CNT < 9999
                               ADD 1 TO WS-GRD-CNT
                               SET GX TO WS-GRD-CNT
                               MOVE GRD-STUDENT-ID
                                   TO WS-G-STUDENT(GX)
                               MOVE GRD-NAME TO WS-G-NAME(GX)
                               MOVE GRD-ADDRESS TO WS-G-ADDRESS(GX)
                               MOVE GRD-CITY TO WS-G-CITY(GX)
                               MOVE GRD-STATE TO WS-G-STATE(GX)
                               MOVE GRD-ZIP TO WS-G-ZIP(GX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF.
       1500-CHARGER-TUTEURS-FIN.
           EXIT.

      * LockboxMatchBatch only routes top-ups for students of the
      * master, so every one finds its account; one that does not
      * is reported rather than lost.
       2000-CREDITER-RECHARGES-DEB.
           OPEN INPUT TOPUP-FILE.
           IF WS-TOPUP-STATUS = "00"
               PERFORM UNTIL WS-TOPUP-STATUS = "10"
                   READ TOPUP-FILE
                       AT END
                           MOVE "10" TO WS-TOPUP-STATUS
                       NOT AT END
                           PERFORM 2100-CREDITER-RECHARGE-DEB
                              THRU 2100-CREDITER-RECHARGE-FIN
                   END-READ
               END-PERFORM
               CLOSE TOPUP-FILE
           END-IF.
       2000-CREDITER-RECHARGES-FIN.
           EXIT.

       2100-CREDITER-RECHARGE-DEB.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           COMPUTE WS-CT-CENTIMES = TOP-MONTANT * 100.
           ADD WS-CT-CENTIMES TO CT-INPUT-HASH-TOTAL.

           MOVE TOP-STUDENT-ID TO MEA-STUDENT-ID.
           PERFORM 2900-CHERCHER-COMPTE-DEB
              THRU 2900-CHERCHER-COMPTE-FIN.
           IF WS-CPT-TROUVE = ZERO
               MOVE TOP-MONTANT TO WS-MONTANT-EDITE
               MOVE SPACES TO SUSPENSE-LINE
               STRING "RECHARGE " TOP-STUDENT-ID " "
                      WS-MONTANT-EDITE " COMPTE INCONNU"
                      DELIMITED BY SIZE INTO SUSPENSE-LINE
               WRITE SUSPENSE-LINE
               ADD 1 TO WS-RECHARGE-REJET-CNT
           ELSE
               MOVE SPACES TO WS-AT-BEFORE
               STRING WS-A-STUDENT(WS-CPT-TROUVE) " SOLDE "
                      WS-A-SOLDE(WS-CPT-TROUVE)
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
               ADD TOP-MONTANT TO WS-A-SOLDE(WS-CPT-TROUVE)
               MOVE TOP-DATE TO WS-A-MOUVEMENT(WS-CPT-TROUVE)
               IF WS-A-SOLDE(WS-CPT-TROUVE) >= WS-SEUIL
                   MOVE "N" TO WS-A-AVIS(WS-CPT-TROUVE)
               END-IF

               MOVE SPACES TO MEAL-MOVEMENT-RECORD
               MOVE TOP-STUDENT-ID TO MMV-STUDENT-ID
               MOVE TOP-DATE TO MMV-DATE
               SET MMV-RECHARGE TO TRUE
               MOVE TOP-MONTANT TO MMV-MONTANT
               MOVE WS-A-SOLDE(WS-CPT-TROUVE) TO MMV-SOLDE
               PERFORM 2800-JOURNALISER-MOUVEMENT-DEB
                  THRU 2800-JOURNALISER-MOUVEMENT-FIN
               ADD 1 TO WS-RECHARGE-CNT
           END-IF.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD WS-CT-CENTIMES TO CT-OUTPUT-HASH-TOTAL.
       2100-CREDITER-RECHARGE-FIN.
           EXIT.

       2800-JOURNALISER-MOUVEMENT-DEB.
           WRITE MEAL-MOVEMENT-RECORD.

           MOVE SPACES TO WS-AT-AFTER.
           STRING MMV-STUDENT-ID " " MMV-DATE " " MMV-TYPE
                  MMV-CODE-REPAS MMV-TARIF " " MMV-MONTANT
                  " SOLDE " MMV-SOLDE
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.
       2800-JOURNALISER-MOUVEMENT-FIN.
           EXIT.

       2900-CHERCHER-COMPTE-DEB.
           MOVE ZERO TO WS-CPT-TROUVE.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-CPT-CNT OR WS-CPT-TROUVE > ZERO
               IF WS-A-STUDENT(WS-A) = MEA-STUDENT-ID
                   MOVE WS-A TO WS-CPT-TROUVE
               END-IF
           END-PERFORM.
       2900-CHERCHER-COMPTE-FIN.
           EXIT.

       3000-DEBITER-REPAS-DEB.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           ADD 1 TO CT-INPUT-HASH-TOTAL.

           PERFORM 3200-VALIDER-PASSAGE-DEB
              THRU 3200-VALIDER-PASSAGE-FIN.

           IF WS-MOTIF-REJET NOT = SPACES
               MOVE SPACES TO SUSPENSE-LINE
               STRING MEAL-SWIPE-RECORD " " WS-MOTIF-REJET
                      DELIMITED BY SIZE INTO SUSPENSE-LINE
               WRITE SUSPENSE-LINE
               ADD 1 TO WS-REJECTED-CNT
           ELSE
               PERFORM 3300-DEBITER-COMPTE-DEB
                  THRU 3300-DEBITER-COMPTE-FIN
           END-IF.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.

           PERFORM 3100-LIRE-PASSAGE-DEB
              THRU 3100-LIRE-PASSAGE-FIN.
       3000-DEBITER-REPAS-FIN.
           EXIT.

       3100-LIRE-PASSAGE-DEB.
           READ SWIPE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       3100-LIRE-PASSAGE-FIN.
           EXIT.

       3200-VALIDER-PASSAGE-DEB.
           MOVE SPACES TO WS-MOTIF-REJET.

           MOVE SWP-STUDENT-ID TO MEA-STUDENT-ID.
           PERFORM 2900-CHERCHER-COMPTE-DEB
              THRU 2900-CHERCHER-COMPTE-FIN.

           MOVE ZERO TO WS-TRF-TROUVE.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TRF-CNT OR WS-TRF-TROUVE > ZERO
               IF WS-T-CODE(WS-T) = SWP-CODE-REPAS
                   MOVE WS-T TO WS-TRF-TROUVE
               END-IF
           END-PERFORM.

           MOVE "Y" TO WS-DATE-VALIDE.
           IF SWP-DATE-X IS NUMERIC
               MOVE SWP-DATE TO WS-DATE-CONTROLE
               CALL "DateValidator" USING WS-DATE-CONTROLE
                   WS-DATE-VALIDE
           ELSE
               MOVE "N" TO WS-DATE-VALIDE
           END-IF.

           EVALUATE TRUE
               WHEN WS-CPT-TROUVE = ZERO
                   MOVE "ELEVE SANS COMPTE" TO WS-MOTIF-REJET
               WHEN NOT DATE-VALIDE
                   MOVE "DATE INVALIDE" TO WS-MOTIF-REJET
               WHEN SWP-DATE > WS-RUN-DATE
                   MOVE "DATE FUTURE" TO WS-MOTIF-REJET
               WHEN WS-TRF-TROUVE = ZERO
                   MOVE "REPAS INCONNU" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET = SPACES
               IF WS-A-REDUIT(WS-CPT-TROUVE) = "Y"
                   MOVE WS-T-REDUIT(WS-TRF-TROUVE) TO WS-PRIX
               ELSE
                   MOVE WS-T-NORMAL(WS-TRF-TROUVE) TO WS-PRIX
               END-IF
               IF WS-PRIX > WS-A-SOLDE(WS-CPT-TROUVE)
                   MOVE "SOLDE INSUFFISANT" TO WS-MOTIF-REJET
               END-IF
           END-IF.
       3200-VALIDER-PASSAGE-FIN.
           EXIT.

       3300-DEBITER-COMPTE-DEB.
           MOVE SPACES TO WS-AT-BEFORE.
           STRING WS-A-STUDENT(WS-CPT-TROUVE) " SOLDE "
                  WS-A-SOLDE(WS-CPT-TROUVE)
                  DELIMITED BY SIZE INTO WS-AT-BEFORE.
           SUBTRACT WS-PRIX FROM WS-A-SOLDE(WS-CPT-TROUVE).
           MOVE SWP-DATE TO WS-A-MOUVEMENT(WS-CPT-TROUVE).

           MOVE SPACES TO MEAL-MOVEMENT-RECORD.
           MOVE SWP-STUDENT-ID TO MMV-STUDENT-ID.
           MOVE SWP-DATE TO MMV-DATE.
           SET MMV-REPAS TO TRUE.
           MOVE SWP-CODE-REPAS TO MMV-CODE-REPAS.
           IF WS-A-REDUIT(WS-CPT-TROUVE) = "Y"
               SET MMV-TARIF-REDUIT TO TRUE
               ADD 1 TO WS-REDUIT-CNT
           ELSE
               SET MMV-TARIF-NORMAL TO TRUE
           END-IF.
           MOVE WS-PRIX TO MMV-MONTANT.
           MOVE WS-A-SOLDE(WS-CPT-TROUVE) TO MMV-SOLDE.
           PERFORM 2800-JOURNALISER-MOUVEMENT-DEB
              THRU 2800-JOURNALISER-MOUVEMENT-FIN.
           ADD 1 TO WS-REPAS-CNT.
       3300-DEBITER-COMPTE-FIN.
           EXIT.

      * One notice per fall under the threshold; an account never
      * used is not chased.
       4000-AVISER-SOLDES-BAS-DEB.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-CPT-CNT
               IF WS-A-SOLDE(WS-A) < WS-SEUIL
                       AND WS-A-MOUVEMENT(WS-A) > ZERO
                       AND WS-A-AVIS(WS-A) = "N"
                   PERFORM 4100-ECRIRE-AVIS-DEB
                      THRU 4100-ECRIRE-AVIS-FIN
               END-IF
           END-PERFORM.
       4000-AVISER-SOLDES-BAS-FIN.
           EXIT.

       4100-ECRIRE-AVIS-DEB.
           MOVE ZERO TO WS-GRD-TROUVE.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GRD-CNT OR WS-GRD-TROUVE > ZERO
               IF WS-G-STUDENT(WS-G) = WS-A-STUDENT(WS-A)
                   MOVE WS-G TO WS-GRD-TROUVE
               END-IF
           END-PERFORM.

           MOVE WS-A-SOLDE(WS-A) TO WS-MONTANT-EDITE.
           IF WS-GRD-TROUVE = ZERO
               MOVE "X" TO WS-A-AVIS(WS-A)
               MOVE SPACES TO EXCEPTION-LINE
               STRING WS-A-STUDENT(WS-A) " " WS-A-NAME(WS-A) " "
                      WS-MONTANT-EDITE " PAS DE TUTEUR PRINCIPAL"
                      DELIMITED BY SIZE INTO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
               ADD 1 TO WS-SANS-TUTEUR-CNT
           ELSE
               MOVE "Y" TO WS-A-AVIS(WS-A)
               MOVE SPACES TO WS-NT-CHAMPS
               MOVE WS-A-NAME(WS-A) TO WS-NT-CHAMP(1)
               MOVE WS-MONTANT-EDITE TO WS-NT-CHAMP(2)
               MOVE WS-SEUIL TO WS-SEUIL-EDITE
               MOVE WS-SEUIL-EDITE TO WS-NT-CHAMP(3)
               STRING "CANT" WS-A-STUDENT(WS-A)
                      DELIMITED BY SIZE INTO WS-NT-CHAMP(4)
               MOVE WS-RUN-DATE TO WS-NT-CHAMP(5)
               CALL "NotificationWriter" USING WS-NT-PRODUCTEUR
                   WS-NT-TEMPLATE WS-NT-DEST-TYPE WS-A-STUDENT(WS-A)
                   WS-NT-CHAMPS WS-NT-PAPIER-LOCAL WS-NT-CANAL
               IF WS-NT-CANAL = "P"
                   PERFORM 4200-REDIGER-AVIS-DEB
                      THRU 4200-REDIGER-AVIS-FIN
               ELSE
                   ADD 1 TO WS-ELECTRONIQUE-CNT
               END-IF
               ADD 1 TO WS-AVIS-CNT
           END-IF.
       4100-ECRIRE-AVIS-FIN.
           EXIT.

       4200-REDIGER-AVIS-DEB.
           MOVE WS-G-NAME(WS-GRD-TROUVE) TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE WS-G-ADDRESS(WS-GRD-TROUVE) TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING WS-G-CITY(WS-GRD-TROUVE) " "
                  WS-G-STATE(WS-GRD-TROUVE) " "
                  WS-G-ZIP(WS-GRD-TROUVE)
                  DELIMITED BY SIZE INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.

           MOVE SPACES TO WS-DATE-EDITEE.
           STRING WS-RUN-DATE(7:2) "/" WS-RUN-DATE(5:2) "/"
                  WS-RUN-DATE(1:4)
                  DELIMITED BY SIZE INTO WS-DATE-EDITEE.
           MOVE SPACES TO NOTICE-LINE.
           STRING "OBJET : COMPTE CANTINE - SOLDE BAS AU "
                  WS-DATE-EDITEE
                  DELIMITED BY SIZE INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING "ELEVE    : " WS-A-STUDENT(WS-A) " "
                  WS-A-NAME(WS-A)
                  DELIMITED BY SIZE INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING "SOLDE    : " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE WS-SEUIL TO WS-SEUIL-EDITE.
           MOVE SPACES TO NOTICE-LINE.
           STRING "SEUIL    : " WS-SEUIL-EDITE
                  DELIMITED BY SIZE INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "MERCI DE RECHARGER LE COMPTE AVEC LA REFERENCE"
               TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           STRING "CANT" WS-A-STUDENT(WS-A)
                  " SUR VOTRE REGLEMENT."
                  DELIMITED BY SIZE INTO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE "LE SERVICE DE RESTAURATION" TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE ALL "-" TO NOTICE-LINE.
           WRITE NOTICE-LINE.
       4200-REDIGER-AVIS-FIN.
           EXIT.

       5000-SAUVEGARDER-COMPTES-DEB.
           OPEN OUTPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE ACCOUNT-FILE: "
                       WS-ACCOUNT-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-CPT-CNT
               MOVE WS-A-STUDENT(WS-A) TO MEA-STUDENT-ID
               MOVE WS-A-SOLDE(WS-A) TO MEA-SOLDE
               MOVE WS-A-OUVERTURE(WS-A) TO MEA-DATE-OUVERTURE
               MOVE WS-A-MOUVEMENT(WS-A) TO MEA-DATE-MOUVEMENT
               MOVE WS-A-AVIS(WS-A) TO MEA-AVIS
               WRITE MEAL-ACCOUNT-RECORD
           END-PERFORM.
           CLOSE ACCOUNT-FILE.

      * The intake is consumed so a relaunch cannot credit the
      * same top-up twice.
           OPEN OUTPUT TOPUP-FILE.
           CLOSE TOPUP-FILE.
       5000-SAUVEGARDER-COMPTES-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           IF WS-SWIPE-STATUS = "00" OR WS-SWIPE-STATUS = "10"
               CLOSE SWIPE-FILE
           END-IF.
           CLOSE MOVEMENT-FILE.
           CLOSE NOTICE-FILE.
           CLOSE EXCEPTIONS-FILE.
           CLOSE SUSPENSE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "COMPTES CANTINE TERMINE.".
           DISPLAY "TERME                 : " WS-TERME.
           DISPLAY "COMPTES OUVERTS       : " WS-OUVERTS-CNT.
           DISPLAY "RECHARGES CREDITEES   : " WS-RECHARGE-CNT.
           DISPLAY "RECHARGES REJETEES    : " WS-RECHARGE-REJET-CNT.
           DISPLAY "REPAS DEBITES         : " WS-REPAS-CNT.
           DISPLAY "  DONT TARIF REDUIT   : " WS-REDUIT-CNT.
           DISPLAY "PASSAGES REJETES      : " WS-REJECTED-CNT.
           DISPLAY "AVIS DE SOLDE BAS     : " WS-AVIS-CNT.
           DISPLAY "  DONT DEMATERIALISES : " WS-ELECTRONIQUE-CNT.
           DISPLAY "SANS TUTEUR PRINCIPAL : " WS-SANS-TUTEUR-CNT.
           DISPLAY "------------------------------------------------".

           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.

      * Money or notices the office must follow up by hand are a
      * warning, not a failure of the run.
           IF (WS-SANS-TUTEUR-CNT > ZERO
                   OR WS-RECHARGE-REJET-CNT > ZERO)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-FIN.
           EXIT.
