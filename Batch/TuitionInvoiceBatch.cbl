      * already invoiced for the term is skipped, so the run can be
      * relaunched safely. Invoices go onto the open-invoice file
      * the payment application and the aging report work, and the
      * run's invoice total is proven with ControlTotals.cpy. Each
      * invoice is also appended to the subledger register as
      * SCOLFACT for GlJournalPostBatch to book to the ledger.
      * Bursaries and sibling reductions come off the award file
      * instead of being typed over the invoice: each award the
      * student holds for the term is deducted from the scheduled
      * fee - a percentage of it or a fixed amount, never more than
      * is left to pay - and marked invoiced with the amount. An
      * award whose minimum average the student's term average
      * (over the subject grades on the student master) no longer
      * meets lapses instead and is marked so. The open invoice,
      * the register line and the control total carry the net due;
      * the invoice print shows the gross fee, each award and the
      * net due as separate lines. A fully funded invoice is filed
      * settled, with nothing for the ledger. Book charges waiting on
      * the library charge file - copies lost or not returned, raised
      * by LibraryTermCharges - are added after the awards as extra
      * lines of the student's invoice, with the title, and marked
      * invoiced with the term; a student already invoiced for the
      * term keeps them waiting for the next one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT AWARD-FILE ASSIGN DYNAMIC WS-AWARD-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AWARD-STATUS.

           SELECT PRINT-FILE ASSIGN DYNAMIC WS-PRINT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT CHARGE-FILE ASSIGN DYNAMIC WS-CHARGE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05 STU-ID                PIC X(6).
           05 STU-NAME              PIC X(20).
           05 STU-SUBJECT-COUNT     PIC 9(2).
           05 STU-SUBJECT OCCURS 1 TO 20 TIMES
                   DEPENDING ON STU-SUBJECT-COUNT.
               10 STU-SUBJECT-NAME  PIC X(10).
               10 STU-SUBJECT-GRADE PIC 9(2)V99.

      * Class levels live in the side file the promotion job rolls
      * - the master's own third column is the subject count, not
           05 INV-DATE              PIC 9(8).
           05 INV-STATUT            PIC X(1).

       FD  REGISTER-FILE.
           COPY "SubledgerRegister.cpy".

       FD  AWARD-FILE.
           COPY "ScholarshipAward.cpy".

       FD  PRINT-FILE.
       01  PRINT-LINE               PIC X(80).

       FD  CHARGE-FILE.
           COPY "LibraryCharge.cpy".

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".

                                 VALUE "Data/TUITION-TERM-PARM.txt".
       01  WS-INVOICE-PATH          PIC X(40)
                                 VALUE "Data/TUITION-INVOICE-FILE.txt".
       01  WS-REGISTER-PATH         PIC X(40)
                             VALUE "Data/SUBLEDGER-GL-REGISTER.txt".
       01  WS-AWARD-PATH            PIC X(40)
                                 VALUE "Data/SCHOLARSHIP-AWARD.txt".
       01  WS-PRINT-PATH            PIC X(40)
                                 VALUE "Data/TUITION-INVOICE-PRINT.txt".
       01  WS-CHARGE-PATH           PIC X(40)
                                 VALUE "Data/LIBRARY-CHARGE.txt".
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-CHARGE-STATUS         PIC XX.
       01  WS-AWARD-STATUS          PIC XX.
       01  WS-PRINT-STATUS          PIC XX.
       01  WS-STUDENT-STATUS        PIC XX.
       01  WS-FEE-STATUS            PIC XX.
       01  WS-LEVEL-STATUS          PIC XX.
       01  WS-SAUTE-CNT             PIC 9(5) VALUE ZERO.
       01  WS-SANS-TARIF-CNT        PIC 9(5) VALUE ZERO.
       01  WS-MONTANT-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01  WS-BRUT-TOTAL            PIC 9(9)V99 VALUE ZERO.
       01  WS-AIDE-TOTAL            PIC 9(9)V99 VALUE ZERO.
       01  WS-CADUQUES-CNT          PIC 9(5) VALUE ZERO.

       01  WS-AWD-CNT               PIC 9(4) VALUE ZERO.
       01  WS-W                     PIC 9(4).
       01  WS-AWD-TABLE.
           05 WS-AWD-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-AWD-CNT
                   INDEXED BY WX.
               10 WS-W-RECORD       PIC X(48).

       01  WS-CHG-CNT               PIC 9(5) VALUE ZERO.
       01  WS-K                     PIC 9(5).
       01  WS-CHG-TABLE.
           05 WS-CHG-ENTRY OCCURS 20000 TIMES
                   DEPENDING ON WS-CHG-CNT
                   INDEXED BY KX.
               10 WS-K-RECORD       PIC X(70).
       01  WS-LIVRES-CNT            PIC 9(5) VALUE ZERO.
       01  WS-LIVRES-TOTAL          PIC 9(9)V99 VALUE ZERO.

       01  WS-AIDE                  PIC 9(5)V99.
       01  WS-AIDE-ELEVE            PIC 9(5)V99.
       01  WS-NET                   PIC 9(5)V99.
       01  WS-M                     PIC 9(2).
       01  WS-TOTAL-POINTS          PIC 9(4)V99.
       01  WS-MOYENNE               PIC 9(2)V99.
       01  WS-MONTANT-EDITE         PIC ZZZZ9.99.
       01  WS-VALEUR-EDITE          PIC ZZZZ9.99.
       01  WS-DEDUIT-EDITE          PIC -(5)9.99.
       01  WS-MOYENNE-EDITE         PIC Z9.99.
       01  WS-MIN-EDITE             PIC Z9.99.

       01  WS-DEJA-FACTURE          PIC X.
       01  WS-TARIF                 PIC 9(5)V99.
       01  WS-TOTAL-EDITE           PIC Z(8)9.99.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME
                                    PIC X(8).
       01  WS-RUN-ID                PIC X(14).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-RUN-ID.
           STRING WS-RUN-DATE WS-RUN-TIME-X(1:6)
                  DELIMITED BY SIZE INTO WS-RUN-ID.

           OPEN INPUT TERM-PARM-FILE.
           IF WS-TERM-STATUS NOT = "00"
              THRU 1150-CHARGER-NIVEAUX-FIN.
           PERFORM 1200-CHARGER-FACTURES-DEB
              THRU 1200-CHARGER-FACTURES-FIN.
           PERFORM 1250-CHARGER-BOURSES-DEB
              THRU 1250-CHARGER-BOURSES-FIN.
           PERFORM 1300-CHARGER-FRAIS-LIVRES-DEB
              THRU 1300-CHARGER-FRAIS-LIVRES-FIN.

           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUDENT-STATUS NOT = "00"
               STOP RUN
           END-IF.

           OPEN EXTEND REGISTER-FILE.
           IF WS-REGISTER-STATUS = "05" OR WS-REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REGISTER-FILE: "
                       WS-REGISTER-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE PRINT-FILE: " WS-PRINT-STATUS
               STOP RUN
           END-IF.

           PERFORM 2100-LIRE-ELEVE-DEB
              THRU 2100-LIRE-ELEVE-FIN.
       1000-INITIALISATION-FIN.
       1200-CHARGER-FACTURES-FIN.
           EXIT.

      * The award file is optional - no file, no deductions.
       1250-CHARGER-BOURSES-DEB.
           OPEN INPUT AWARD-FILE.
           IF WS-AWARD-STATUS = "00"
               PERFORM UNTIL WS-AWARD-STATUS = "10"
                   READ AWARD-FILE
                       AT END
                           MOVE "10" TO WS-AWARD-STATUS
                       NOT AT END
                           IF WS-AWD-CNT < 9999
                               ADD 1 TO WS-AWD-CNT
                               SET WX TO WS-AWD-CNT
                               MOVE SCHOLARSHIP-AWARD-RECORD
                                   TO WS-W-RECORD(WX)
                           ELSE
                               DISPLAY "TABLE BOURSES PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AWARD-FILE
           END-IF.
       1250-CHARGER-BOURSES-FIN.
           EXIT.

      * The book charge file is optional too - no file, no charges.
       1300-CHARGER-FRAIS-LIVRES-DEB.
           OPEN INPUT CHARGE-FILE.
           IF WS-CHARGE-STATUS = "00"
               PERFORM UNTIL WS-CHARGE-STATUS = "10"
                   READ CHARGE-FILE
                       AT END
                           MOVE "10" TO WS-CHARGE-STATUS
                       NOT AT END
                           IF WS-CHG-CNT < 20000
                               ADD 1 TO WS-CHG-CNT
                               SET KX TO WS-CHG-CNT
                               MOVE LIBRARY-CHARGE-RECORD
                                   TO WS-K-RECORD(KX)
                           ELSE
                               DISPLAY "TABLE FRAIS LIVRES PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-FILE
           END-IF.
       1300-CHARGER-FRAIS-LIVRES-FIN.
           EXIT.

       2000-FACTURER-ELEVE-DEB.
           ADD 1 TO WS-LUS-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
                   ADD 1 TO CT-OUTPUT-RECORD-COUNT
                   ADD 1 TO CT-OUTPUT-HASH-TOTAL
               WHEN OTHER
                   PERFORM 2300-APPLIQUER-BOURSES-DEB
                      THRU 2300-APPLIQUER-BOURSES-FIN
                   MOVE SPACES TO TUITION-INVOICE-RECORD
                   MOVE STU-ID TO INV-STUDENT-ID
                   MOVE WS-TERME TO INV-TERME
                   MOVE WS-NET TO INV-MONTANT
                   MOVE ZERO TO INV-REGLE
                   MOVE WS-RUN-DATE TO INV-DATE
                   IF WS-NET = ZERO
                       MOVE "P" TO INV-STATUT
                   ELSE
                       MOVE "O" TO INV-STATUT
                   END-IF
                   WRITE TUITION-INVOICE-RECORD
                   IF WS-NET > ZERO
                       MOVE SPACES TO SUBLEDGER-REGISTER-RECORD
                       MOVE WS-RUN-ID TO SLR-RUN-ID
                       MOVE "SCOLFACT" TO SLR-SOURCE
                       MOVE WS-RUN-DATE TO SLR-DATE
                       MOVE WS-NET TO SLR-MONTANT
                       STRING STU-ID " " WS-TERME
                              DELIMITED BY SIZE INTO SLR-REFERENCE
                       WRITE SUBLEDGER-REGISTER-RECORD
                   END-IF
                   ADD 1 TO WS-EMIS-CNT
                   ADD WS-TARIF TO WS-BRUT-TOTAL
                   ADD WS-AIDE-ELEVE TO WS-AIDE-TOTAL
                   ADD WS-NET TO WS-MONTANT-TOTAL
                   ADD 1 TO CT-OUTPUT-RECORD-COUNT
                   ADD 1 TO CT-OUTPUT-HASH-TOTAL
           END-EVALUATE.
       2100-LIRE-ELEVE-FIN.
           EXIT.

      * Term average over the subject grades on the master, the
      * same arithmetic as StudentPromotionBatch.
       2200-CALCULER-MOYENNE-DEB.
           MOVE ZERO TO WS-TOTAL-POINTS.
           MOVE ZERO TO WS-MOYENNE.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > STU-SUBJECT-COUNT
               ADD STU-SUBJECT-GRADE(WS-M) TO WS-TOTAL-POINTS
           END-PERFORM.
           IF STU-SUBJECT-COUNT > ZERO
               COMPUTE WS-MOYENNE ROUNDED =
                       WS-TOTAL-POINTS / STU-SUBJECT-COUNT
           END-IF.
       2200-CALCULER-MOYENNE-FIN.
           EXIT.

      * Prints the gross fee, applies or lapses each active award
      * the student holds for the term, and leaves the net due in
      * WS-NET.
       2300-APPLIQUER-BOURSES-DEB.
           PERFORM 2200-CALCULER-MOYENNE-DEB
              THRU 2200-CALCULER-MOYENNE-FIN.
           MOVE ZERO TO WS-AIDE-ELEVE.
           MOVE WS-TARIF TO WS-NET.

           MOVE SPACES TO PRINT-LINE.
           STRING "ELEVE " STU-ID " " STU-NAME " TERME " WS-TERME
                  DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-TARIF TO WS-MONTANT-EDITE.
           MOVE SPACES TO PRINT-LINE.
           STRING "  SCOLARITE NIVEAU " WS-NIVEAU-ELEVE
                  DELIMITED BY SIZE INTO PRINT-LINE.
           MOVE WS-MONTANT-EDITE TO PRINT-LINE(50:8).
           WRITE PRINT-LINE.

           PERFORM VARYING WS-W FROM 1 BY 1
                   UNTIL WS-W > WS-AWD-CNT
               MOVE WS-W-RECORD(WS-W) TO SCHOLARSHIP-AWARD-RECORD
               IF AWD-STUDENT-ID = STU-ID
                       AND AWD-TERME = WS-TERME
                       AND AWD-ACTIVE
                   PERFORM 2350-APPLIQUER-BOURSE-DEB
                      THRU 2350-APPLIQUER-BOURSE-FIN
                   MOVE SCHOLARSHIP-AWARD-RECORD
                       TO WS-W-RECORD(WS-W)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CHG-CNT
               MOVE WS-K-RECORD(WS-K) TO LIBRARY-CHARGE-RECORD
               IF CHG-STUDENT-ID = STU-ID AND CHG-EN-ATTENTE
                   PERFORM 2400-AJOUTER-FRAIS-LIVRE-DEB
                      THRU 2400-AJOUTER-FRAIS-LIVRE-FIN
                   MOVE LIBRARY-CHARGE-RECORD TO WS-K-RECORD(WS-K)
               END-IF
           END-PERFORM.

           MOVE WS-NET TO WS-MONTANT-EDITE.
           MOVE SPACES TO PRINT-LINE.
           MOVE "  NET A PAYER" TO PRINT-LINE.
           MOVE WS-MONTANT-EDITE TO PRINT-LINE(50:8).
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
       2300-APPLIQUER-BOURSES-FIN.
           EXIT.

       2350-APPLIQUER-BOURSE-DEB.
           MOVE WS-RUN-DATE TO AWD-DATE-STATUT.
           MOVE SPACES TO PRINT-LINE.
           IF AWD-MOYENNE-MIN > ZERO AND WS-MOYENNE < AWD-MOYENNE-MIN
               SET AWD-CADUQUE TO TRUE
               MOVE ZERO TO AWD-MONTANT-ACCORDE
               ADD 1 TO WS-CADUQUES-CNT
               MOVE WS-MOYENNE TO WS-MOYENNE-EDITE
               MOVE AWD-MOYENNE-MIN TO WS-MIN-EDITE
               STRING "  BOURSE " AWD-SOURCE " CADUQUE - MOYENNE "
                      WS-MOYENNE-EDITE " < " WS-MIN-EDITE
                      DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               IF AWD-POURCENTAGE
                   COMPUTE WS-AIDE ROUNDED =
                           WS-TARIF * AWD-VALEUR / 100
               ELSE
                   MOVE AWD-VALEUR TO WS-AIDE
               END-IF
               IF WS-AIDE > WS-NET
                   MOVE WS-NET TO WS-AIDE
               END-IF
               SUBTRACT WS-AIDE FROM WS-NET
               ADD WS-AIDE TO WS-AIDE-ELEVE
               SET AWD-FACTUREE TO TRUE
               MOVE WS-AIDE TO AWD-MONTANT-ACCORDE
               MOVE AWD-VALEUR TO WS-VALEUR-EDITE
               IF AWD-POURCENTAGE
                   STRING "  BOURSE " AWD-SOURCE " "
                          WS-VALEUR-EDITE " %"
                          DELIMITED BY SIZE INTO PRINT-LINE
               ELSE
                   STRING "  BOURSE " AWD-SOURCE " FORFAIT"
                          DELIMITED BY SIZE INTO PRINT-LINE
               END-IF
               COMPUTE WS-DEDUIT-EDITE = ZERO - WS-AIDE
               MOVE WS-DEDUIT-EDITE TO PRINT-LINE(49:9)
               WRITE PRINT-LINE
           END-IF.
       2350-APPLIQUER-BOURSE-FIN.
           EXIT.

      * A book charge is owed on top of the fee - the awards do not
      * cover it.
       2400-AJOUTER-FRAIS-LIVRE-DEB.
           ADD CHG-MONTANT TO WS-NET.
           ADD CHG-MONTANT TO WS-LIVRES-TOTAL.
           ADD 1 TO WS-LIVRES-CNT.
           SET CHG-FACTUREE TO TRUE.
           MOVE WS-TERME TO CHG-TERME.
           MOVE SPACES TO PRINT-LINE.
           IF CHG-PERDU
               STRING "  LIVRE PERDU     " CHG-TITRE
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "  LIVRE NON RENDU " CHG-TITRE
                      DELIMITED BY SIZE INTO PRINT-LINE
           END-IF.
           MOVE CHG-MONTANT TO WS-MONTANT-EDITE.
           MOVE WS-MONTANT-EDITE TO PRINT-LINE(50:8).
           WRITE PRINT-LINE.
       2400-AJOUTER-FRAIS-LIVRE-FIN.
           EXIT.

      * Rewrites the award file with this run's applied and lapsed
      * statuses.
       3000-SAUVEGARDER-BOURSES-DEB.
           OPEN OUTPUT AWARD-FILE.
           IF WS-AWARD-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE AWARD-FILE: " WS-AWARD-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-W FROM 1 BY 1
                   UNTIL WS-W > WS-AWD-CNT
               MOVE WS-W-RECORD(WS-W) TO SCHOLARSHIP-AWARD-RECORD
               WRITE SCHOLARSHIP-AWARD-RECORD
           END-PERFORM.
           CLOSE AWARD-FILE.
       3000-SAUVEGARDER-BOURSES-FIN.
           EXIT.

      * Rewrites the book charge file with the charges invoiced.
       3100-SAUVEGARDER-FRAIS-DEB.
           OPEN OUTPUT CHARGE-FILE.
           IF WS-CHARGE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE CHARGE-FILE: "
                       WS-CHARGE-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CHG-CNT
               MOVE WS-K-RECORD(WS-K) TO LIBRARY-CHARGE-RECORD
               WRITE LIBRARY-CHARGE-RECORD
           END-PERFORM.
           CLOSE CHARGE-FILE.
       3100-SAUVEGARDER-FRAIS-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE INVOICE-FILE.
           CLOSE REGISTER-FILE.
           CLOSE PRINT-FILE.
           IF WS-AWD-CNT > ZERO
               PERFORM 3000-SAUVEGARDER-BOURSES-DEB
                  THRU 3000-SAUVEGARDER-BOURSES-FIN
           END-IF.
           IF WS-LIVRES-CNT > ZERO
               PERFORM 3100-SAUVEGARDER-FRAIS-DEB
                  THRU 3100-SAUVEGARDER-FRAIS-FIN
           END-IF.
           DISPLAY "------------------------------------------------".
           DISPLAY "FACTURATION DE SCOLARITE TERMINEE.".
           DISPLAY "ELEVES LUS            : " WS-LUS-CNT.
           DISPLAY "FACTURES EMISES       : " WS-EMIS-CNT.
           DISPLAY "DEJA FACTURES         : " WS-SAUTE-CNT.
           DISPLAY "NIVEAUX SANS TARIF    : " WS-SANS-TARIF-CNT.
           DISPLAY "BOURSES CADUQUES      : " WS-CADUQUES-CNT.
           MOVE WS-BRUT-TOTAL TO WS-TOTAL-EDITE.
           DISPLAY "SCOLARITE BRUTE       : " WS-TOTAL-EDITE.
           MOVE WS-AIDE-TOTAL TO WS-TOTAL-EDITE.
           DISPLAY "BOURSES DEDUITES      : " WS-TOTAL-EDITE.
           MOVE WS-LIVRES-TOTAL TO WS-TOTAL-EDITE.
           DISPLAY "FRAIS DE LIVRES       : " WS-TOTAL-EDITE
                   " (" WS-LIVRES-CNT ")".
           MOVE WS-MONTANT-TOTAL TO WS-TOTAL-EDITE.
           DISPLAY "MONTANT FACTURE (NET) : " WS-TOTAL-EDITE.
           DISPLAY "------------------------------------------------".

           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
