       IDENTIFICATION DIVISION.
       PROGRAM-ID. MealStatementReport.
       AUTHOR. Mathieu.

      * Monthly statement of the prepaid cafeteria meal accounts,
      * one page per student, for the month of
      * Data/MEAL-STATEMENT-PARM.txt (yyyymm - the current month when
      * the parameter is absent). The page is addressed to the
      * student's primary guardian when there is one and shows the
      * opening balance, each top-up and meal of the month from the
      * movement history MealAccountBatch appends, and the closing
      * balance. The opening balance is the balance after the last
      * movement before the month. An account with no movement in
      * the month and nothing on it gets no statement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN DYNAMIC WS-ACCOUNT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT MOVEMENT-FILE ASSIGN DYNAMIC WS-MOVEMENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MOVEMENT-STATUS.

           SELECT TARIFF-FILE ASSIGN DYNAMIC WS-TARIFF-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFF-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN DYNAMIC WS-STUDENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT GUARDIAN-FILE ASSIGN DYNAMIC WS-GUARDIAN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GUARDIAN-STATUS.

           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY "MealAccount.cpy".

       FD  MOVEMENT-FILE.
           COPY "MealMovement.cpy".

       FD  TARIFF-FILE.
           COPY "MealTariff.cpy".

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

       FD  PARM-FILE.
       01  MEAL-STATEMENT-PARM-RECORD.
           05 PRM-MOIS-X            PIC X(6).
           05 PRM-MOIS REDEFINES PRM-MOIS-X
                                    PIC 9(6).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-ACCOUNT-PATH          PIC X(40)
                                 VALUE "Data/MEAL-ACCOUNT.txt".
       01  WS-MOVEMENT-PATH         PIC X(40)
                                 VALUE "Data/MEAL-MOVEMENT.txt".
       01  WS-TARIFF-PATH           PIC X(40)
                                 VALUE "Data/MEAL-TARIFF.txt".
       01  WS-STUDENT-PATH          PIC X(40)
                                 VALUE "Data/STUDENT-MASTER.txt".
       01  WS-GUARDIAN-PATH         PIC X(40)
                                 VALUE "Data/GUARDIAN-MASTER.txt".
       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/MEAL-STATEMENT-PARM.txt".
       01  WS-REPORT-PATH           PIC X(40)
                                 VALUE "Data/MEAL-STATEMENTS.txt".
       01  WS-ACCOUNT-STATUS        PIC XX.
       01  WS-MOVEMENT-STATUS       PIC XX.
       01  WS-TARIFF-STATUS         PIC XX.
       01  WS-STUDENT-STATUS        PIC XX.
       01  WS-GUARDIAN-STATUS       PIC XX.
       01  WS-PARM-STATUS           PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-MOIS           PIC 9(6).
           05 FILLER                PIC 9(2).
       01  WS-MOIS                  PIC 9(6).

       01  WS-CPT-CNT               PIC 9(4) VALUE ZERO.
       01  WS-A                     PIC 9(4).
       01  WS-CPT-TROUVE            PIC 9(4).

       01  WS-CPT-TABLE.
           05 WS-CPT-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-CPT-CNT
                   INDEXED BY AX.
               10 WS-A-STUDENT      PIC X(6).
               10 WS-A-NAME         PIC X(20).
               10 WS-A-OUVERTURE    PIC 9(5)V99.
               10 WS-A-MOUVEMENTS   PIC 9(4).

      * The month's movements only, in the order applied.
       01  WS-MVT-CNT               PIC 9(5) VALUE ZERO.
       01  WS-M                     PIC 9(5).

       01  WS-MVT-TABLE.
           05 WS-MVT-ENTRY OCCURS 20000 TIMES
                   DEPENDING ON WS-MVT-CNT
                   INDEXED BY MX.
               10 WS-M-STUDENT      PIC X(6).
               10 WS-M-DATE         PIC 9(8).
               10 WS-M-TYPE         PIC X(1).
               10 WS-M-CODE         PIC X(2).
               10 WS-M-TARIF        PIC X(1).
               10 WS-M-MONTANT      PIC 9(5)V99.
               10 WS-M-SOLDE        PIC 9(5)V99.

       01  WS-TRF-CNT               PIC 9(3) VALUE ZERO.
       01  WS-T                     PIC 9(3).

       01  WS-TRF-TABLE.
           05 WS-TRF-ENTRY OCCURS 99 TIMES
                   DEPENDING ON WS-TRF-CNT
                   INDEXED BY TX.
               10 WS-T-CODE         PIC X(2).
               10 WS-T-LIBELLE      PIC X(20).

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

       01  WS-SOLDE-COURANT         PIC 9(5)V99.
       01  WS-TOTAL-CREDITS         PIC 9(7)V99.
       01  WS-TOTAL-DEBITS          PIC 9(7)V99.
       01  WS-LIBELLE               PIC X(20).
       01  WS-RELEVES-CNT           PIC 9(5) VALUE ZERO.

       01  WS-MONTANT-EDITE         PIC Z(4)9.99.
       01  WS-SOLDE-EDITE           PIC Z(4)9.99.
       01  WS-TOTAL-EDITE           PIC Z(6)9.99.
       01  WS-DATE-EDITEE           PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-CPT-CNT
               IF WS-A-MOUVEMENTS(WS-A) > ZERO
                       OR WS-A-OUVERTURE(WS-A) > ZERO
                   PERFORM 2000-EDITER-RELEVE-DEB
                      THRU 2000-EDITER-RELEVE-FIN
               END-IF
           END-PERFORM.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MOIS TO WS-MOIS.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PRM-MOIS-X IS NUMERIC
                           MOVE PRM-MOIS TO WS-MOIS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

           MOVE "MealStatementReport" TO RH-PROGRAM-ID.
           MOVE "RELEVE CANTINE" TO RH-REPORT-TITLE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.

           PERFORM 1100-CHARGER-COMPTES-DEB
              THRU 1100-CHARGER-COMPTES-FIN.
           PERFORM 1200-CHARGER-MOUVEMENTS-DEB
              THRU 1200-CHARGER-MOUVEMENTS-FIN.
           PERFORM 1300-CHARGER-REFERENCES-DEB
              THRU 1300-CHARGER-REFERENCES-FIN.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-CHARGER-COMPTES-DEB.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE ACCOUNT-FILE: "
                       WS-ACCOUNT-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-ACCOUNT-STATUS = "10"
               READ ACCOUNT-FILE
                   AT END
                       MOVE "10" TO WS-ACCOUNT-STATUS
                   NOT AT END
                       IF WS-CPT-CNT < 9999
                           ADD 1 TO WS-CPT-CNT
                           SET AX TO WS-CPT-CNT
                           MOVE MEA-STUDENT-ID TO WS-A-STUDENT(AX)
                           MOVE SPACES TO WS-A-NAME(AX)
                           MOVE ZERO TO WS-A-OUVERTURE(AX)
                           MOVE ZERO TO WS-A-MOUVEMENTS(AX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-FILE.
       1100-CHARGER-COMPTES-FIN.
           EXIT.

      * Movements before the month carry the opening balance
      * forward; movements after it are not this statement's.
       1200-CHARGER-MOUVEMENTS-DEB.
           OPEN INPUT MOVEMENT-FILE.
           IF WS-MOVEMENT-STATUS = "00"
               PERFORM UNTIL WS-MOVEMENT-STATUS = "10"
                   READ MOVEMENT-FILE
                       AT END
                           MOVE "10" TO WS-MOVEMENT-STATUS
                       NOT AT END
                           PERFORM 1250-RANGER-MOUVEMENT-DEB
                              THRU 1250-RANGER-MOUVEMENT-FIN
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-FILE
           END-IF.
       1200-CHARGER-MOUVEMENTS-FIN.
           EXIT.

       1250-RANGER-MOUVEMENT-DEB.
           MOVE ZERO TO WS-CPT-TROUVE.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-CPT-CNT OR WS-CPT-TROUVE > ZERO
               IF WS-A-STUDENT(WS-A) = MMV-STUDENT-ID
                   MOVE WS-A TO WS-CPT-TROUVE
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-CPT-TROUVE = ZERO
                   CONTINUE
               WHEN MMV-DATE(1:6) < WS-MOIS
                   MOVE MMV-SOLDE TO WS-A-OUVERTURE(WS-CPT-TROUVE)
               WHEN MMV-DATE(1:6) = WS-MOIS
                   IF WS-MVT-CNT >= 20000
                       DISPLAY "TABLE DES MOUVEMENTS PLEINE"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-MVT-CNT
                   SET MX TO WS-MVT-CNT
                   MOVE MMV-STUDENT-ID TO WS-M-STUDENT(MX)
                   MOVE MMV-DATE TO WS-M-DATE(MX)
                   MOVE MMV-TYPE TO WS-M-TYPE(MX)
                   MOVE MMV-CODE-REPAS TO WS-M-CODE(MX)
                   MOVE MMV-TARIF TO WS-M-TARIF(MX)
                   MOVE MMV-MONTANT TO WS-M-MONTANT(MX)
                   MOVE MMV-SOLDE TO WS-M-SOLDE(MX)
                   ADD 1 TO WS-A-MOUVEMENTS(WS-CPT-TROUVE)
           END-EVALUATE.
       1250-RANGER-MOUVEMENT-FIN.
           EXIT.

      * Student names, meal labels and primary guardians.
       1300-CHARGER-REFERENCES-DEB.
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
                       PERFORM VARYING WS-A FROM 1 BY 1
                               UNTIL WS-A > WS-CPT-CNT
                           IF WS-A-STUDENT(WS-A) = STU-ID
                               MOVE STU-NAME TO WS-A-NAME(WS-A)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER-FILE.

           OPEN INPUT TARIFF-FILE.
           IF WS-TARIFF-STATUS = "00"
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFF-FILE
           END-IF.

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
       1300-CHARGER-REFERENCES-FIN.
           EXIT.

      * Each statement starts a page of its own.
       2000-EDITER-RELEVE-DEB.
           ADD 1 TO WS-RELEVES-CNT.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.
           PERFORM 2100-IMPRIMER-ENTETE-DEB
              THRU 2100-IMPRIMER-ENTETE-FIN.

           MOVE ZERO TO WS-GRD-TROUVE.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GRD-CNT OR WS-GRD-TROUVE > ZERO
               IF WS-G-STUDENT(WS-G) = WS-A-STUDENT(WS-A)
                   MOVE WS-G TO WS-GRD-TROUVE
               END-IF
           END-PERFORM.
           IF WS-GRD-TROUVE > ZERO
               MOVE WS-G-NAME(WS-GRD-TROUVE) TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-G-ADDRESS(WS-GRD-TROUVE) TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING WS-G-CITY(WS-GRD-TROUVE) " "
                      WS-G-STATE(WS-GRD-TROUVE) " "
                      WS-G-ZIP(WS-GRD-TROUVE)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 3 TO RH-LINE-COUNT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ELEVE " WS-A-STUDENT(WS-A) " " WS-A-NAME(WS-A)
                  "   MOIS " WS-MOIS(5:2) "/" WS-MOIS(1:4)
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DATE       OPERATION                  "
               TO REPORT-LINE.
           MOVE "CREDIT     DEBIT       SOLDE" TO REPORT-LINE(40:).
           WRITE REPORT-LINE.
           MOVE WS-A-OUVERTURE(WS-A) TO WS-SOLDE-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "           SOLDE AU DEBUT DU MOIS"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           MOVE WS-SOLDE-EDITE TO REPORT-LINE(60:).
           WRITE REPORT-LINE.
           ADD 5 TO RH-LINE-COUNT.

           MOVE WS-A-OUVERTURE(WS-A) TO WS-SOLDE-COURANT.
           MOVE ZERO TO WS-TOTAL-CREDITS.
           MOVE ZERO TO WS-TOTAL-DEBITS.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MVT-CNT
               IF WS-M-STUDENT(WS-M) = WS-A-STUDENT(WS-A)
                   PERFORM 2200-EDITER-MOUVEMENT-DEB
                      THRU 2200-EDITER-MOUVEMENT-FIN
               END-IF
           END-PERFORM.

           PERFORM 2100-IMPRIMER-ENTETE-DEB
              THRU 2100-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           MOVE "           TOTAUX DU MOIS" TO REPORT-LINE.
           MOVE WS-TOTAL-CREDITS TO WS-TOTAL-EDITE.
           MOVE WS-TOTAL-EDITE TO REPORT-LINE(36:).
           MOVE WS-TOTAL-DEBITS TO WS-TOTAL-EDITE.
           MOVE WS-TOTAL-EDITE TO REPORT-LINE(46:).
           WRITE REPORT-LINE.
           MOVE WS-SOLDE-COURANT TO WS-SOLDE-EDITE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "           SOLDE EN FIN DE MOIS" TO REPORT-LINE.
           MOVE WS-SOLDE-EDITE TO REPORT-LINE(60:).
           WRITE REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.
       2000-EDITER-RELEVE-FIN.
           EXIT.

       2100-IMPRIMER-ENTETE-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               ADD 1 TO RH-PAGE-NUMBER
               MOVE SPACES TO RH-HEADING-LINE-1
               STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                      " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                      DELIMITED BY SIZE INTO RH-HEADING-LINE-1
               MOVE SPACES TO REPORT-LINE
               MOVE RH-HEADING-LINE-1 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ZERO TO RH-LINE-COUNT
           END-IF.
       2100-IMPRIMER-ENTETE-FIN.
           EXIT.

       2200-EDITER-MOUVEMENT-DEB.
           PERFORM 2100-IMPRIMER-ENTETE-DEB
              THRU 2100-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO WS-DATE-EDITEE.
           STRING WS-M-DATE(WS-M)(7:2) "/" WS-M-DATE(WS-M)(5:2) "/"
                  WS-M-DATE(WS-M)(1:4)
                  DELIMITED BY SIZE INTO WS-DATE-EDITEE.
           MOVE WS-M-MONTANT(WS-M) TO WS-MONTANT-EDITE.
           MOVE WS-M-SOLDE(WS-M) TO WS-SOLDE-EDITE.
           MOVE WS-M-SOLDE(WS-M) TO WS-SOLDE-COURANT.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-DATE-EDITEE TO REPORT-LINE(1:10).
           IF WS-M-TYPE(WS-M) = "C"
               MOVE "RECHARGE" TO REPORT-LINE(12:)
               MOVE WS-MONTANT-EDITE TO REPORT-LINE(38:8)
               ADD WS-M-MONTANT(WS-M) TO WS-TOTAL-CREDITS
           ELSE
               MOVE WS-M-CODE(WS-M) TO WS-LIBELLE
               PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > WS-TRF-CNT
                   IF WS-T-CODE(WS-T) = WS-M-CODE(WS-M)
                       MOVE WS-T-LIBELLE(WS-T) TO WS-LIBELLE
                   END-IF
               END-PERFORM
               MOVE WS-LIBELLE TO REPORT-LINE(12:20)
               IF WS-M-TARIF(WS-M) = "R"
                   MOVE "REDUIT" TO REPORT-LINE(32:6)
               END-IF
               MOVE WS-MONTANT-EDITE TO REPORT-LINE(48:8)
               ADD WS-M-MONTANT(WS-M) TO WS-TOTAL-DEBITS
           END-IF.
           MOVE WS-SOLDE-EDITE TO REPORT-LINE(60:8).
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       2200-EDITER-MOUVEMENT-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "RELEVES CANTINE EDITES.".
           DISPLAY "MOIS                  : " WS-MOIS.
           DISPLAY "RELEVES               : " WS-RELEVES-CNT.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
