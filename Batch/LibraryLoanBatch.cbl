       IDENTIFICATION DIVISION.
       PROGRAM-ID. LibraryLoanBatch.
       AUTHOR. Mathieu.

      * Textbook and library loan intake - the September lending and
      * the returns, on the loan register instead of the class
      * lists. One transaction per movement of a catalogue copy: a
      * loan (P) to a student of the student master of a copy that
      * is available, due on the date given or by default at the
      * end of the school year for a textbook and after the loan
      * period of the library parameter for a library book; a
      * return (R) of a copy out or declared lost; a loss (L)
      * declared on a copy out. The catalogue status follows the
      * copy. A copy returned after LibraryTermCharges billed it
      * cancels the charge if it is still waiting for the invoice;
      * once invoiced the office is listed to decide on a refund.
      * Accepted movements ride AuditTrailWriter and balance with
      * ControlTotals.cpy; anything else is rejected with its
      * reason.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT CATALOGUE-FILE ASSIGN DYNAMIC WS-CATALOGUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-STATUS.

           SELECT LOAN-FILE ASSIGN DYNAMIC WS-LOAN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT CHARGE-FILE ASSIGN DYNAMIC WS-CHARGE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN DYNAMIC WS-STUDENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EXCEPTIONS-FILE ASSIGN DYNAMIC WS-EXCEPTIONS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTIONS-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01  LIBRARY-LOAN-TRANSACTION.
           05 TXN-TYPE              PIC X(1).
               88 TXN-PRET          VALUE "P".
               88 TXN-RETOUR        VALUE "R".
               88 TXN-PERTE         VALUE "L".
           05 TXN-ITEM-ID           PIC X(8).
           05 TXN-COPIE-X           PIC X(3).
           05 TXN-COPIE REDEFINES TXN-COPIE-X
                                    PIC 9(3).
           05 TXN-STUDENT-ID        PIC X(6).
           05 TXN-DATE-X            PIC X(8).
           05 TXN-DATE REDEFINES TXN-DATE-X
                                    PIC 9(8).
           05 TXN-ECHEANCE-X        PIC X(8).
           05 TXN-ECHEANCE REDEFINES TXN-ECHEANCE-X
                                    PIC 9(8).

       FD  CATALOGUE-FILE.
           COPY "LibraryItem.cpy".

       FD  LOAN-FILE.
           COPY "LibraryLoan.cpy".

       FD  CHARGE-FILE.
           COPY "LibraryCharge.cpy".

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05 STU-ID                PIC X(6).
           05 STU-NAME              PIC X(20).
           05 STU-RESTE             PIC X(60).

      * Loan period of a library book in days, due date of the
      * textbooks (end of the school year), days between two
      * overdue reminders.
       FD  PARM-FILE.
       01  LIBRARY-PARM-RECORD.
           05 PRM-DUREE-PRET-X      PIC X(3).
           05 PRM-DUREE-PRET REDEFINES PRM-DUREE-PRET-X
                                    PIC 9(3).
           05 PRM-FIN-ANNEE-X       PIC X(8).
           05 PRM-FIN-ANNEE REDEFINES PRM-FIN-ANNEE-X
                                    PIC 9(8).
           05 PRM-INTERVALLE-X      PIC X(3).

       FD  EXCEPTIONS-FILE.
       01  EXCEPTION-LINE           PIC X(80).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "LibraryLoanBatch".

       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/LIBRARY-LOAN-TXN.txt".
       01  WS-CATALOGUE-PATH        PIC X(40)
                                 VALUE "Data/LIBRARY-CATALOGUE.txt".
       01  WS-LOAN-PATH             PIC X(40)
                                 VALUE "Data/LIBRARY-LOAN.txt".
       01  WS-CHARGE-PATH           PIC X(40)
                                 VALUE "Data/LIBRARY-CHARGE.txt".
       01  WS-STUDENT-PATH          PIC X(40)
                                 VALUE "Data/STUDENT-MASTER.txt".
       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/LIBRARY-PARM.txt".
       01  WS-EXCEPTIONS-PATH       PIC X(40)
                                 VALUE "Data/LIBRARY-REFUNDS.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/LIBRARY-LOAN-ERR.txt".
       01  WS-TXN-STATUS            PIC XX.
       01  WS-CATALOGUE-STATUS      PIC XX.
       01  WS-LOAN-STATUS           PIC XX.
       01  WS-CHARGE-STATUS         PIC XX.
       01  WS-STUDENT-STATUS        PIC XX.
       01  WS-PARM-STATUS           PIC XX.
       01  WS-EXCEPTIONS-STATUS     PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-DUREE-PRET            PIC 9(3) VALUE 21.
       01  WS-FIN-ANNEE             PIC 9(8) VALUE ZERO.

       01  WS-CAT-CNT               PIC 9(5) VALUE ZERO.
       01  WS-C                     PIC 9(5).
       01  WS-CAT-TROUVE            PIC 9(5).

       01  WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 20000 TIMES
                   DEPENDING ON WS-CAT-CNT
                   INDEXED BY CX.
               10 WS-C-RECORD       PIC X(48).

       01  WS-PRET-CNT              PIC 9(5) VALUE ZERO.
       01  WS-P                     PIC 9(5).
       01  WS-PRET-TROUVE           PIC 9(5).

       01  WS-PRET-TABLE.
           05 WS-PRET-ENTRY OCCURS 50000 TIMES
                   DEPENDING ON WS-PRET-CNT
                   INDEXED BY PX.
               10 WS-P-RECORD       PIC X(52).

       01  WS-FRAIS-CNT             PIC 9(5) VALUE ZERO.
       01  WS-F                     PIC 9(5).
       01  WS-FRAIS-TROUVE          PIC 9(5).

       01  WS-FRAIS-TABLE.
           05 WS-FRAIS-ENTRY OCCURS 20000 TIMES
                   DEPENDING ON WS-FRAIS-CNT
                   INDEXED BY FX.
               10 WS-F-RECORD       PIC X(70).

       01  WS-ELEVE-CNT             PIC 9(4) VALUE ZERO.
       01  WS-E                     PIC 9(4).
       01  WS-ELEVE-TROUVE          PIC 9(4).

       01  WS-ELEVE-TABLE.
           05 WS-ELEVE-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-ELEVE-CNT
                   INDEXED BY EX.
               10 WS-E-ID           PIC X(6).

       01  WS-DATE-CONTROLE         PIC 9(8).
       01  WS-DATE-VALIDE           PIC X.
           88 DATE-VALIDE           VALUE "Y".
       01  WS-ECHEANCE-VALIDE       PIC X.
       01  WS-MOTIF-REJET           PIC X(30).

       01  WS-TOTAL-CNT             PIC 9(5) VALUE ZERO.
       01  WS-PRETS-CNT             PIC 9(5) VALUE ZERO.
       01  WS-RETOURS-CNT           PIC 9(5) VALUE ZERO.
       01  WS-PERTES-CNT            PIC 9(5) VALUE ZERO.
       01  WS-ANNULES-CNT           PIC 9(5) VALUE ZERO.
       01  WS-REMBOURSER-CNT        PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-CNT          PIC 9(5) VALUE ZERO.
       01  WS-MONTANT-EDITE         PIC Z(4)9.99.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "LibraryLoanBatch".
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

           PERFORM 5000-SAUVEGARDER-DEB
              THRU 5000-SAUVEGARDER-FIN.

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
                       IF PRM-DUREE-PRET-X IS NUMERIC
                           MOVE PRM-DUREE-PRET TO WS-DUREE-PRET
                       END-IF
                       IF PRM-FIN-ANNEE-X IS NUMERIC
                           MOVE PRM-FIN-ANNEE TO WS-FIN-ANNEE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

           PERFORM 1100-CHARGER-CATALOGUE-DEB
              THRU 1100-CHARGER-CATALOGUE-FIN.
           PERFORM 1200-CHARGER-PRETS-DEB
              THRU 1200-CHARGER-PRETS-FIN.
           PERFORM 1300-CHARGER-FRAIS-DEB
              THRU 1300-CHARGER-FRAIS-FIN.
           PERFORM 1400-CHARGER-ELEVES-DEB
              THRU 1400-CHARGER-ELEVES-FIN.

           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE TRANSACTION-FILE: "
                       WS-TXN-STATUS
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

           PERFORM 2100-LIRE-TRANSACTION-DEB
              THRU 2100-LIRE-TRANSACTION-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-CHARGER-CATALOGUE-DEB.
           OPEN INPUT CATALOGUE-FILE.
           IF WS-CATALOGUE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE CATALOGUE-FILE: "
                       WS-CATALOGUE-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CATALOGUE-STATUS = "10"
               READ CATALOGUE-FILE
                   AT END
                       MOVE "10" TO WS-CATALOGUE-STATUS
                   NOT AT END
                       IF WS-CAT-CNT >= 20000
                           DISPLAY "TABLE DU CATALOGUE PLEINE"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CAT-CNT
                       SET CX TO WS-CAT-CNT
                       MOVE LIBRARY-ITEM-RECORD TO WS-C-RECORD(CX)
               END-READ
           END-PERFORM.
           CLOSE CATALOGUE-FILE.
       1100-CHARGER-CATALOGUE-FIN.
           EXIT.

      * An absent register is the first run.
       1200-CHARGER-PRETS-DEB.
           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-STATUS = "00"
               PERFORM UNTIL WS-LOAN-STATUS = "10"
                   READ LOAN-FILE
                       AT END
                           MOVE "10" TO WS-LOAN-STATUS
                       NOT AT END
                           IF WS-PRET-CNT >= 50000
                               DISPLAY "TABLE DES PRETS PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-PRET-CNT
                           SET PX TO WS-PRET-CNT
                           MOVE LIBRARY-LOAN-RECORD
                               TO WS-P-RECORD(PX)
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.
       1200-CHARGER-PRETS-FIN.
           EXIT.

       1300-CHARGER-FRAIS-DEB.
           OPEN INPUT CHARGE-FILE.
           IF WS-CHARGE-STATUS = "00"
               PERFORM UNTIL WS-CHARGE-STATUS = "10"
                   READ CHARGE-FILE
                       AT END
                           MOVE "10" TO WS-CHARGE-STATUS
                       NOT AT END
                           IF WS-FRAIS-CNT >= 20000
                               DISPLAY "TABLE DES FRAIS PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-FRAIS-CNT
                           SET FX TO WS-FRAIS-CNT
                           MOVE LIBRARY-CHARGE-RECORD
                               TO WS-F-RECORD(FX)
                   END-READ
               END-PERFORM
               CLOSE CHARGE-FILE
           END-IF.
       1300-CHARGER-FRAIS-FIN.
           EXIT.

       1400-CHARGER-ELEVES-DEB.
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
                       IF WS-ELEVE-CNT < 9999
                           ADD 1 TO WS-ELEVE-CNT
                           SET EX TO WS-ELEVE-CNT
                           MOVE STU-ID TO WS-E-ID(EX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER-FILE.
       1400-CHARGER-ELEVES-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-TOTAL-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           ADD 1 TO CT-INPUT-HASH-TOTAL.

           PERFORM 2200-VALIDER-TRANSACTION-DEB
              THRU 2200-VALIDER-TRANSACTION-FIN.

           IF WS-MOTIF-REJET NOT = SPACES
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               MOVE SPACES TO WS-AT-BEFORE
               IF WS-PRET-TROUVE > ZERO
                   MOVE WS-P-RECORD(WS-PRET-TROUVE) TO WS-AT-BEFORE
               END-IF
               EVALUATE TRUE
                   WHEN TXN-PRET
                       PERFORM 2300-PRETER-DEB
                          THRU 2300-PRETER-FIN
                   WHEN TXN-RETOUR
                       PERFORM 2400-RENDRE-DEB
                          THRU 2400-RENDRE-FIN
                   WHEN TXN-PERTE
                       PERFORM 2500-DECLARER-PERTE-DEB
                          THRU 2500-DECLARER-PERTE-FIN
               END-EVALUATE
               MOVE LIBRARY-ITEM-RECORD TO WS-C-RECORD(WS-CAT-TROUVE)
               MOVE LIBRARY-LOAN-RECORD TO WS-P-RECORD(WS-PRET-TROUVE)
               MOVE SPACES TO WS-AT-AFTER
               MOVE LIBRARY-LOAN-RECORD TO WS-AT-AFTER
               CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                   WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER
               ADD 1 TO CT-OUTPUT-RECORD-COUNT
               ADD 1 TO CT-OUTPUT-HASH-TOTAL
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

      * Finds the copy, and for a return or a loss the loan still
      * open on it - out, or lost for a return; a return of a copy
      * already billed is taken too.
       2200-VALIDER-TRANSACTION-DEB.
           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE ZERO TO WS-CAT-TROUVE.
           MOVE ZERO TO WS-PRET-TROUVE.

           IF TXN-COPIE-X IS NUMERIC
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-CAT-CNT OR WS-CAT-TROUVE > ZERO
                   MOVE WS-C-RECORD(WS-C) TO LIBRARY-ITEM-RECORD
                   IF LIB-ITEM-ID = TXN-ITEM-ID
                           AND LIB-COPIE = TXN-COPIE
                       MOVE WS-C TO WS-CAT-TROUVE
                   END-IF
               END-PERFORM
           END-IF.

           IF NOT TXN-PRET AND WS-CAT-TROUVE > ZERO
               PERFORM VARYING WS-P FROM WS-PRET-CNT BY -1
                       UNTIL WS-P < 1 OR WS-PRET-TROUVE > ZERO
                   MOVE WS-P-RECORD(WS-P) TO LIBRARY-LOAN-RECORD
                   IF LON-ITEM-ID = TXN-ITEM-ID
                           AND LON-COPIE = TXN-COPIE
                           AND NOT LON-RENDU
                       MOVE WS-P TO WS-PRET-TROUVE
                   END-IF
               END-PERFORM
           END-IF.

           MOVE ZERO TO WS-ELEVE-TROUVE.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-ELEVE-CNT OR WS-ELEVE-TROUVE > ZERO
               IF WS-E-ID(WS-E) = TXN-STUDENT-ID
                   MOVE WS-E TO WS-ELEVE-TROUVE
               END-IF
           END-PERFORM.

           MOVE "Y" TO WS-DATE-VALIDE.
           IF TXN-DATE-X IS NUMERIC
               MOVE TXN-DATE TO WS-DATE-CONTROLE
               CALL "DateValidator" USING WS-DATE-CONTROLE
                   WS-DATE-VALIDE
           ELSE
               MOVE "N" TO WS-DATE-VALIDE
           END-IF.

           MOVE "Y" TO WS-ECHEANCE-VALIDE.
           IF TXN-PRET AND TXN-ECHEANCE-X NOT = SPACES
               IF TXN-ECHEANCE-X IS NUMERIC
                   MOVE TXN-ECHEANCE TO WS-DATE-CONTROLE
                   CALL "DateValidator" USING WS-DATE-CONTROLE
                       WS-ECHEANCE-VALIDE
               ELSE
                   MOVE "N" TO WS-ECHEANCE-VALIDE
               END-IF
           END-IF.

           IF WS-CAT-TROUVE > ZERO
               MOVE WS-C-RECORD(WS-CAT-TROUVE) TO LIBRARY-ITEM-RECORD
           END-IF.
           IF WS-PRET-TROUVE > ZERO
               MOVE WS-P-RECORD(WS-PRET-TROUVE) TO LIBRARY-LOAN-RECORD
           END-IF.

           EVALUATE TRUE
               WHEN NOT TXN-PRET AND NOT TXN-RETOUR
                       AND NOT TXN-PERTE
                   MOVE "TYPE DE MOUVEMENT INVALIDE" TO WS-MOTIF-REJET
               WHEN WS-CAT-TROUVE = ZERO
                   MOVE "EXEMPLAIRE INCONNU" TO WS-MOTIF-REJET
               WHEN NOT DATE-VALIDE
                   MOVE "DATE INVALIDE" TO WS-MOTIF-REJET
               WHEN TXN-DATE > WS-RUN-DATE
                   MOVE "DATE FUTURE" TO WS-MOTIF-REJET
               WHEN TXN-PRET AND WS-ELEVE-TROUVE = ZERO
                   MOVE "ELEVE INCONNU" TO WS-MOTIF-REJET
               WHEN TXN-PRET AND NOT LIB-DISPONIBLE
                   MOVE "EXEMPLAIRE NON DISPONIBLE" TO WS-MOTIF-REJET
               WHEN TXN-PRET AND WS-ECHEANCE-VALIDE NOT = "Y"
                   MOVE "ECHEANCE INVALIDE" TO WS-MOTIF-REJET
               WHEN TXN-PRET AND TXN-ECHEANCE-X NOT = SPACES
                       AND TXN-ECHEANCE < TXN-DATE
                   MOVE "ECHEANCE AVANT LE PRET" TO WS-MOTIF-REJET
               WHEN TXN-PRET
                   CONTINUE
               WHEN WS-PRET-TROUVE = ZERO
                   MOVE "EXEMPLAIRE NON PRETE" TO WS-MOTIF-REJET
               WHEN TXN-PERTE AND NOT LON-EN-COURS
                   MOVE "PERTE DEJA ENREGISTREE" TO WS-MOTIF-REJET
               WHEN TXN-DATE < LON-DATE-PRET
                   MOVE "DATE AVANT LE PRET" TO WS-MOTIF-REJET
           END-EVALUATE.
       2200-VALIDER-TRANSACTION-FIN.
           EXIT.

       2300-PRETER-DEB.
           IF WS-PRET-CNT >= 50000
               DISPLAY "TABLE DES PRETS PLEINE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PRET-CNT.
           MOVE WS-PRET-CNT TO WS-PRET-TROUVE.

           MOVE SPACES TO LIBRARY-LOAN-RECORD.
           MOVE TXN-ITEM-ID TO LON-ITEM-ID.
           MOVE TXN-COPIE TO LON-COPIE.
           MOVE TXN-STUDENT-ID TO LON-STUDENT-ID.
           MOVE TXN-DATE TO LON-DATE-PRET.
           EVALUATE TRUE
               WHEN TXN-ECHEANCE-X NOT = SPACES
                   MOVE TXN-ECHEANCE TO LON-DATE-ECHEANCE
               WHEN LIB-MANUEL AND WS-FIN-ANNEE > TXN-DATE
                   MOVE WS-FIN-ANNEE TO LON-DATE-ECHEANCE
               WHEN OTHER
                   COMPUTE LON-DATE-ECHEANCE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(TXN-DATE)
                        + WS-DUREE-PRET)
           END-EVALUATE.
           MOVE ZERO TO LON-DATE-RETOUR.
           SET LON-EN-COURS TO TRUE.
           MOVE ZERO TO LON-DATE-RELANCE.
           MOVE ZERO TO LON-RELANCES.

           SET LIB-PRETE TO TRUE.
           ADD 1 TO WS-PRETS-CNT.
       2300-PRETER-FIN.
           EXIT.

      * The copy is back on the shelf whatever became of the loan;
      * a charge already raised on it is settled here.
       2400-RENDRE-DEB.
           IF LON-FACTURE
               PERFORM 2450-REGLER-FRAIS-DEB
                  THRU 2450-REGLER-FRAIS-FIN
           END-IF.
           SET LON-RENDU TO TRUE.
           MOVE TXN-DATE TO LON-DATE-RETOUR.
           SET LIB-DISPONIBLE TO TRUE.
           ADD 1 TO WS-RETOURS-CNT.
       2400-RENDRE-FIN.
           EXIT.

       2450-REGLER-FRAIS-DEB.
           MOVE ZERO TO WS-FRAIS-TROUVE.
           PERFORM VARYING WS-F FROM WS-FRAIS-CNT BY -1
                   UNTIL WS-F < 1 OR WS-FRAIS-TROUVE > ZERO
               MOVE WS-F-RECORD(WS-F) TO LIBRARY-CHARGE-RECORD
               IF CHG-ITEM-ID = LON-ITEM-ID
                       AND CHG-COPIE = LON-COPIE
                       AND CHG-STUDENT-ID = LON-STUDENT-ID
                       AND NOT CHG-ANNULEE
                   MOVE WS-F TO WS-FRAIS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-FRAIS-TROUVE > ZERO
               MOVE WS-F-RECORD(WS-FRAIS-TROUVE)
                   TO LIBRARY-CHARGE-RECORD
               IF CHG-EN-ATTENTE
                   SET CHG-ANNULEE TO TRUE
                   MOVE LIBRARY-CHARGE-RECORD
                       TO WS-F-RECORD(WS-FRAIS-TROUVE)
                   ADD 1 TO WS-ANNULES-CNT
               ELSE
                   MOVE CHG-MONTANT TO WS-MONTANT-EDITE
                   MOVE SPACES TO EXCEPTION-LINE
                   STRING CHG-STUDENT-ID " " CHG-ITEM-ID "/"
                          CHG-COPIE " RENDU " TXN-DATE
                          " - FACTURE " CHG-TERME " "
                          WS-MONTANT-EDITE " A REMBOURSER ?"
                          DELIMITED BY SIZE INTO EXCEPTION-LINE
                   WRITE EXCEPTION-LINE
                   ADD 1 TO WS-REMBOURSER-CNT
               END-IF
           END-IF.
       2450-REGLER-FRAIS-FIN.
           EXIT.

       2500-DECLARER-PERTE-DEB.
           SET LON-PERDU TO TRUE.
           SET LIB-PERDU TO TRUE.
           ADD 1 TO WS-PERTES-CNT.
       2500-DECLARER-PERTE-FIN.
           EXIT.

       2600-REJETER-TRANSACTION-DEB.
           MOVE SPACES TO SUSPENSE-LINE.
           STRING LIBRARY-LOAN-TRANSACTION " " WS-MOTIF-REJET
                  DELIMITED BY SIZE INTO SUSPENSE-LINE.
           WRITE SUSPENSE-LINE.
           ADD 1 TO WS-REJECTED-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       2600-REJETER-TRANSACTION-FIN.
           EXIT.

      * Rewrites the catalogue, the loan register and the charges.
       5000-SAUVEGARDER-DEB.
           OPEN OUTPUT CATALOGUE-FILE.
           IF WS-CATALOGUE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE CATALOGUE-FILE: "
                       WS-CATALOGUE-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAT-CNT
               MOVE WS-C-RECORD(WS-C) TO LIBRARY-ITEM-RECORD
               WRITE LIBRARY-ITEM-RECORD
           END-PERFORM.
           CLOSE CATALOGUE-FILE.

           OPEN OUTPUT LOAN-FILE.
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE LOAN-FILE: " WS-LOAN-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRET-CNT
               MOVE WS-P-RECORD(WS-P) TO LIBRARY-LOAN-RECORD
               WRITE LIBRARY-LOAN-RECORD
           END-PERFORM.
           CLOSE LOAN-FILE.

           IF WS-ANNULES-CNT > ZERO
               OPEN OUTPUT CHARGE-FILE
               IF WS-CHARGE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE CHARGE-FILE: "
                           WS-CHARGE-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-F FROM 1 BY 1
                       UNTIL WS-F > WS-FRAIS-CNT
                   MOVE WS-F-RECORD(WS-F) TO LIBRARY-CHARGE-RECORD
                   WRITE LIBRARY-CHARGE-RECORD
               END-PERFORM
               CLOSE CHARGE-FILE
           END-IF.
       5000-SAUVEGARDER-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE TRANSACTION-FILE.
           CLOSE EXCEPTIONS-FILE.
           CLOSE SUSPENSE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "PRETS DE LIVRES TERMINE.".
           DISPLAY "TRANSACTIONS TRAITEES : " WS-TOTAL-CNT.
           DISPLAY "PRETS                 : " WS-PRETS-CNT.
           DISPLAY "RETOURS               : " WS-RETOURS-CNT.
           DISPLAY "PERTES DECLAREES      : " WS-PERTES-CNT.
           DISPLAY "FRAIS ANNULES         : " WS-ANNULES-CNT.
           DISPLAY "A REMBOURSER          : " WS-REMBOURSER-CNT.
           DISPLAY "REJETEES              : " WS-REJECTED-CNT.
           DISPLAY "------------------------------------------------".

           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.

      * A refund to decide is a warning for the office.
           IF WS-REMBOURSER-CNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-FIN.
           EXIT.
