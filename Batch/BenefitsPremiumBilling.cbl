      * whose computed employer premium differs from the invoiced
      * line, and every employee on one side only, lands on the
      * reconciliation report with the two totals at the bottom.
      * The invoiced total is what the employer owes the insurer:
      * it is appended to the subledger register as PRIMES so that
      * GlJournalPostBatch books the charge against the supplier.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.

           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
       FD  RECON-FILE.
       01  RECON-LINE               PIC X(80).

       FD  REGISTER-FILE.
           COPY "SubledgerRegister.cpy".

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".

                                 VALUE "Data/VENDOR-INVOICE.txt".
       01  WS-RECON-PATH            PIC X(40)
                             VALUE "Data/BENEFITS-INVOICE-RECON.txt".
       01  WS-REGISTER-PATH         PIC X(40)
                             VALUE "Data/SUBLEDGER-GL-REGISTER.txt".
       01  WS-ENROLL-STATUS         PIC XX.
       01  WS-RATES-STATUS          PIC XX.
       01  WS-DEDUCTION-STATUS      PIC XX.
       01  WS-INVOICE-STATUS        PIC XX.
       01  WS-RECON-STATUS          PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-ECART-EDITE           PIC -(6)9.99.
       01  WS-TOTAL-EDITE           PIC Z(8)9.99.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME
                                    PIC X(8).
       01  WS-RUN-ID                PIC X(14).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
           STRING "TOTAL FACTURE FOURNISSEUR: " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO RECON-LINE.
           WRITE RECON-LINE.

           IF WS-FACTURE-TOTAL > ZERO
               PERFORM 3400-INSCRIRE-REGISTRE-DEB
                  THRU 3400-INSCRIRE-REGISTRE-FIN
           END-IF.
       3000-RAPPROCHER-FACTURE-FIN.
           EXIT.

       3300-LISTER-NON-FACTURES-FIN.
           EXIT.

      * One register line for the month's insurer invoice, dated
      * today so it falls in the period the invoice is received.
       3400-INSCRIRE-REGISTRE-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-RUN-ID.
           STRING WS-RUN-DATE WS-RUN-TIME-X(1:6)
                  DELIMITED BY SIZE INTO WS-RUN-ID.

           OPEN EXTEND REGISTER-FILE.
           IF WS-REGISTER-STATUS = "05" OR WS-REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REGISTER-FILE: "
                       WS-REGISTER-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO SUBLEDGER-REGISTER-RECORD.
           MOVE WS-RUN-ID TO SLR-RUN-ID.
           MOVE "PRIMES" TO SLR-SOURCE.
           MOVE WS-RUN-DATE TO SLR-DATE.
           MOVE WS-FACTURE-TOTAL TO SLR-MONTANT.
           MOVE "FACTURE ASSUREUR" TO SLR-REFERENCE.
           WRITE SUBLEDGER-REGISTER-RECORD.
           CLOSE REGISTER-FILE.
       3400-INSCRIRE-REGISTRE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE ENROLLMENT-FILE.
           CLOSE DEDUCTION-FILE.
