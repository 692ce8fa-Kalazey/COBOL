      * Money left after the last open invoice, or a payment for a
      * student with nothing open, goes to the unapplied report the
      * office works by hand. The run balances payments in against
      * amounts applied plus unapplied with ControlTotals.cpy. Every
      * payment received, applied or not, is appended to the
      * subledger register as SCOLENC for GlJournalPostBatch to
      * book as cash in against the tuition receivable.
      * An invoice on a payment plan is not due all at once: what
      * is owed on it is its instalments, each by its own due date.
      * The payment goes to the oldest amount due first - the open
      * instalment with the earliest due date, or an invoice off
      * plan by its invoice date - and whatever reaches an
      * instalment is also added to its invoice, so the invoice and
      * its plan stay in step.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UNAPPLIED-STATUS.

           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT INSTALMENT-FILE ASSIGN DYNAMIC WS-INSTALMENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INSTALMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
       FD  UNAPPLIED-FILE.
       01  UNAPPLIED-LINE           PIC X(60).

       FD  REGISTER-FILE.
           COPY "SubledgerRegister.cpy".

       FD  INSTALMENT-FILE.
           COPY "TuitionInstalment.cpy".

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".

                                 VALUE "Data/TUITION-PAYMENT-TXN.txt".
       01  WS-UNAPPLIED-PATH        PIC X(40)
                                 VALUE "Data/TUITION-UNAPPLIED.txt".
       01  WS-REGISTER-PATH         PIC X(40)
                             VALUE "Data/SUBLEDGER-GL-REGISTER.txt".
       01  WS-INVOICE-STATUS        PIC XX.
       01  WS-PAYMENT-STATUS        PIC XX.
       01  WS-UNAPPLIED-STATUS      PIC XX.
       01  WS-INSTALMENT-PATH       PIC X(40)
                                 VALUE "Data/TUITION-INSTALMENT.txt".
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-INSTALMENT-STATUS     PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

               10 WS-I-REGLE        PIC 9(5)V99.
               10 WS-I-DATE         PIC 9(8).
               10 WS-I-STATUT       PIC X(1).
               10 WS-I-PLAN         PIC X(1).

       01  WS-INS-CNT               PIC 9(5) VALUE ZERO.
       01  WS-N                     PIC 9(5).
       01  WS-INS-CHOISI            PIC 9(5).

       01  WS-INS-TABLE.
           05 WS-INS-ENTRY OCCURS 20000 TIMES
                   DEPENDING ON WS-INS-CNT
                   INDEXED BY NX.
               10 WS-N-RECORD       PIC X(52).

       01  WS-PAIEMENT-CNT          PIC 9(5) VALUE ZERO.
       01  WS-APPLIQUE-CNT          PIC 9(5) VALUE ZERO.
       01  WS-PORTION               PIC 9(5)V99.
       01  WS-MONTANT-EDITE         PIC Z(4)9.99.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME
                                    PIC X(8).
       01  WS-RUN-ID                PIC X(14).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-RUN-ID.
           STRING WS-RUN-DATE WS-RUN-TIME-X(1:6)
                  DELIMITED BY SIZE INTO WS-RUN-ID.

           PERFORM 1050-CHARGER-ECHEANCES-DEB
              THRU 1050-CHARGER-ECHEANCES-FIN.
           PERFORM 1100-CHARGER-FACTURES-DEB
              THRU 1100-CHARGER-FACTURES-FIN.

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

           IF NOT END-OF-FILE
               PERFORM 2100-LIRE-PAIEMENT-DEB
                  THRU 2100-LIRE-PAIEMENT-FIN
       1000-INITIALISATION-FIN.
           EXIT.

      * No instalment file means no invoice is on a plan.
       1050-CHARGER-ECHEANCES-DEB.
           OPEN INPUT INSTALMENT-FILE.
           IF WS-INSTALMENT-STATUS = "35"
               MOVE ZERO TO WS-INS-CNT
           ELSE
               IF WS-INSTALMENT-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE INSTALMENT-FILE: "
                           WS-INSTALMENT-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-INSTALMENT-STATUS = "10"
                   READ INSTALMENT-FILE
                       AT END
                           MOVE "10" TO WS-INSTALMENT-STATUS
                       NOT AT END
                           IF WS-INS-CNT >= 20000
                               DISPLAY "TABLE DES ECHEANCES PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-INS-CNT
                           SET NX TO WS-INS-CNT
                           MOVE TUITION-INSTALMENT-RECORD
                               TO WS-N-RECORD(NX)
                   END-READ
               END-PERFORM
               CLOSE INSTALMENT-FILE
           END-IF.
       1050-CHARGER-ECHEANCES-FIN.
           EXIT.

       1100-CHARGER-FACTURES-DEB.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS = "35"
                               MOVE INV-REGLE TO WS-I-REGLE(IX)
                               MOVE INV-DATE TO WS-I-DATE(IX)
                               MOVE INV-STATUT TO WS-I-STATUT(IX)
                               PERFORM 1150-MARQUER-PLAN-DEB
                                  THRU 1150-MARQUER-PLAN-FIN
                           END-IF
                   END-READ
               END-PERFORM
       1100-CHARGER-FACTURES-FIN.
           EXIT.

       1150-MARQUER-PLAN-DEB.
           MOVE "N" TO WS-I-PLAN(IX).
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-INS-CNT
               MOVE WS-N-RECORD(WS-N) TO TUITION-INSTALMENT-RECORD
               IF INS-STUDENT-ID = INV-STUDENT-ID
                       AND INS-TERME = INV-TERME
                   MOVE "Y" TO WS-I-PLAN(IX)
               END-IF
           END-PERFORM.
       1150-MARQUER-PLAN-FIN.
           EXIT.

       2000-APPLIQUER-PAIEMENT-DEB.
           ADD 1 TO WS-PAIEMENT-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           COMPUTE WS-CT-CENTIMES = PAY-MONTANT * 100.
           ADD WS-CT-CENTIMES TO CT-INPUT-HASH-TOTAL.

           MOVE SPACES TO SUBLEDGER-REGISTER-RECORD.
           MOVE WS-RUN-ID TO SLR-RUN-ID.
           MOVE "SCOLENC" TO SLR-SOURCE.
           MOVE PAY-DATE TO SLR-DATE.
           MOVE PAY-MONTANT TO SLR-MONTANT.
           STRING PAY-STUDENT-ID " " PAY-DATE
                  DELIMITED BY SIZE INTO SLR-REFERENCE.
           WRITE SUBLEDGER-REGISTER-RECORD.

           MOVE PAY-MONTANT TO WS-RESTE-A-APPLIQUER.
           PERFORM 2200-APPLIQUER-PLUS-ANCIENNE-DEB
              THRU 2200-APPLIQUER-PLUS-ANCIENNE-FIN
       2100-LIRE-PAIEMENT-FIN.
           EXIT.

      * Oldest amount due of the student first - an open invoice
      * off plan by its date, an open instalment by its due date -
      * partial payments allowed, the remainder rolls to the next.
       2200-APPLIQUER-PLUS-ANCIENNE-DEB.
           MOVE ZERO TO WS-INV-CHOISI.
           MOVE ZERO TO WS-INS-CHOISI.
           MOVE 99999999 TO WS-DATE-MIN.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-INV-CNT
               IF WS-I-STUDENT(WS-I) = PAY-STUDENT-ID
                       AND WS-I-STATUT(WS-I) = "O"
                       AND WS-I-PLAN(WS-I) = "N"
                       AND WS-I-DATE(WS-I) < WS-DATE-MIN
                   MOVE WS-I-DATE(WS-I) TO WS-DATE-MIN
                   MOVE WS-I TO WS-INV-CHOISI
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-INS-CNT
               MOVE WS-N-RECORD(WS-N) TO TUITION-INSTALMENT-RECORD
               IF INS-STUDENT-ID = PAY-STUDENT-ID
                       AND INS-OUVERTE
                       AND INS-ECHEANCE < WS-DATE-MIN
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-INV-CNT
                       IF WS-I-STUDENT(WS-I) = INS-STUDENT-ID
                               AND WS-I-TERME(WS-I) = INS-TERME
                               AND WS-I-STATUT(WS-I) = "O"
                           MOVE INS-ECHEANCE TO WS-DATE-MIN
                           MOVE WS-I TO WS-INV-CHOISI
                           MOVE WS-N TO WS-INS-CHOISI
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           IF WS-INV-CHOISI > ZERO
               MOVE WS-INV-CHOISI TO WS-I
               IF WS-INS-CHOISI > ZERO
                   MOVE WS-N-RECORD(WS-INS-CHOISI)
                       TO TUITION-INSTALMENT-RECORD
                   COMPUTE WS-DU = INS-MONTANT + INS-FRAIS-RETARD
                           - INS-REGLE
               ELSE
                   COMPUTE WS-DU = WS-I-MONTANT(WS-I)
                           - WS-I-REGLE(WS-I)
               END-IF
               MOVE WS-RESTE-A-APPLIQUER TO WS-PORTION
               IF WS-PORTION > WS-DU
                   MOVE WS-DU TO WS-PORTION
               IF WS-I-REGLE(WS-I) >= WS-I-MONTANT(WS-I)
                   MOVE "P" TO WS-I-STATUT(WS-I)
               END-IF
               IF WS-INS-CHOISI > ZERO
                   ADD WS-PORTION TO INS-REGLE
                   IF INS-REGLE >= INS-MONTANT + INS-FRAIS-RETARD
                       SET INS-PAYEE TO TRUE
                   END-IF
                   MOVE TUITION-INSTALMENT-RECORD
                       TO WS-N-RECORD(WS-INS-CHOISI)
               END-IF
               ADD 1 TO WS-APPLIQUE-CNT
               COMPUTE WS-CT-CENTIMES = WS-PORTION * 100
               ADD WS-CT-CENTIMES TO CT-OUTPUT-HASH-TOTAL
               WRITE TUITION-INVOICE-RECORD
           END-PERFORM.
           CLOSE INVOICE-FILE.

           IF WS-INS-CNT > ZERO
               OPEN OUTPUT INSTALMENT-FILE
               IF WS-INSTALMENT-STATUS NOT = "00"
                   DISPLAY "ERREUR REECRITURE INSTALMENT-FILE: "
                           WS-INSTALMENT-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-N FROM 1 BY 1
                       UNTIL WS-N > WS-INS-CNT
                   MOVE WS-N-RECORD(WS-N) TO TUITION-INSTALMENT-RECORD
                   WRITE TUITION-INSTALMENT-RECORD
               END-PERFORM
               CLOSE INSTALMENT-FILE
           END-IF.
       5000-SAUVEGARDER-FACTURES-FIN.
           EXIT.

               CLOSE PAYMENT-FILE
           END-IF.
           CLOSE UNAPPLIED-FILE.
           CLOSE REGISTER-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "APPLICATION DES PAIEMENTS TERMINEE.".
           DISPLAY "PAIEMENTS LUS         : " WS-PAIEMENT-CNT.
