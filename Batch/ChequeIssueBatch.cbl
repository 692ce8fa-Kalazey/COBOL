       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChequeIssueBatch.
       AUTHOR. Mathieu.

      * Cheque printing run for the money that still leaves by
      * cheque, which until now was written by hand from the net-pay
      * file and the account listings. Three kinds of cheque come
      * out of it: the net pay of every employee of the parameter
      * period who has no live banking details on file - the ones
      * DirectDepositExtract skips - a tuition refund to a student
      * and a withdrawal paid to a member, both asked for on the
      * cheque request file (Data/CHEQUE-REQUEST.txt), which also
      * carries the voids. Each cheque takes the next K number from
      * NextNumberIssuer, prints with its stub and the amount in
      * words (AmountToWords) on a page of Data/CHEQUE-PRINT.txt,
      * and is recorded in the issued-cheque register
      * (IssuedCheque.cpy) ChequePaidReconciliation later clears
      * against the bank. The run cuts the bank's positive-pay file,
      * 01 header / 02 detail / 09 trailer like the transfer files:
      * every cheque issued and every cheque voided in the run, so
      * the bank pays nothing we did not write.
      * The money side rides the existing paths: a withdrawal
      * cheque drops its debit onto the raw transaction intake the
      * way StandingOrderBatch does, and a tuition refund writes a
      * SCOLREMB line to the subledger register GlJournalPostBatch
      * books (tuition receivable against the bank). A void puts it
      * back - a credit on the intake, a SCOLRANN line - while a
      * voided pay cheque is simply issued again by the next run for
      * the period, since only a live cheque stops a second one.
      * Pay cheques, like the bank file, wait while any H line sits
      * on the payroll hold file: the payroll part is refused with
      * the severe code and the requests still go. Every cheque and
      * void rides AuditTrailWriter, rejects go to suspense and the
      * run balances with ControlTotals.cpy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CHEQUE-FILE ASSIGN DYNAMIC WS-CHEQUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHEQUE-STATUS.

           SELECT REQUEST-FILE ASSIGN DYNAMIC WS-REQUEST-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT NET-PAY-FILE ASSIGN DYNAMIC WS-NET-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NET-STATUS.

           SELECT BANK-DETAILS-FILE ASSIGN DYNAMIC WS-BANK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.

           SELECT HOLD-FILE ASSIGN DYNAMIC WS-HOLD-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN DYNAMIC WS-EMPLOYEE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN DYNAMIC WS-STUDENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TRANSACTION-FILE ASSIGN DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT PRINT-FILE ASSIGN DYNAMIC WS-PRINT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN DYNAMIC WS-POSPAY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * PRM-PERIODE-PAIE is the pay period whose net pay goes out by
      * cheque, zero when the run carries requests only. The issuing
      * account heads the positive-pay file; PRM-DELAI-PERIME is
      * read by ChequePaidReconciliation.
       FD  PARM-FILE.
       01  CHEQUE-PARM-RECORD.
           05 PRM-PERIODE-PAIE      PIC 9(6).
           05 PRM-COMPTE-EMETTEUR   PIC X(11).
           05 PRM-DELAI-PERIME      PIC 9(3).

       FD  CHEQUE-FILE.
           COPY "IssuedCheque.cpy".

      * CRQ-ACTION: T tuition refund to student CRQ-BENEF-ID, M
      * withdrawal paid to member account CRQ-BENEF-ID, V void of
      * cheque CRQ-NUMERO.
       FD  REQUEST-FILE.
       01  CHEQUE-REQUEST-RECORD.
           05 CRQ-ACTION            PIC X(1).
               88 CRQ-REMB-SCOLAR   VALUE "T".
               88 CRQ-RETRAIT       VALUE "M".
               88 CRQ-ANNULATION    VALUE "V".
           05 CRQ-BENEF-ID          PIC X(6).
           05 CRQ-MONTANT           PIC 9(7)V99.
           05 CRQ-NUMERO            PIC X(6).
           05 CRQ-REFERENCE         PIC X(20).

       FD  NET-PAY-FILE.
       01  NET-PAY-RECORD.
           05 NP-EMP-ID             PIC X(6).
           05 NP-DEPT-CODE          PIC X(4).
           05 NP-BRUT               PIC 9(7)V99.
           05 NP-RETENUES           PIC 9(7)V99.
           05 NP-NET                PIC S9(7)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.

       FD  BANK-DETAILS-FILE.
       01  BANK-DETAILS-RECORD.
           05 BD-EMP-ID             PIC X(6).
           05 BD-BANK-CODE          PIC X(5).
           05 BD-BRANCH-CODE        PIC X(5).
           05 BD-ACCOUNT-NO         PIC X(11).
           05 BD-STATUT             PIC X(1).

       FD  HOLD-FILE.
       01  PAYROLL-HOLD-RECORD.
           05 HLD-EMP-ID            PIC X(6).
           05 HLD-RESTE             PIC X(38).
           05 HLD-STATUT            PIC X(1).
           05 FILLER                PIC X(1).

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EmployeeMaster.cpy".

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05 STU-ID                PIC X(6).
           05 STU-NAME              PIC X(20).
           05 STU-RESTE             PIC X(60).

       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           05 ACC-ID                PIC X(6).
           05 ACC-NAME              PIC X(20).
           05 ACC-SOLDE             PIC S9(7)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05 ACC-LIMITE-DECOUVERT  PIC 9(7)V99.

       FD  TRANSACTION-FILE.
       01  ACCOUNT-TRANSACTION.
           05 TXN-ACC-ID            PIC X(6).
           05 TXN-TYPE              PIC X(1).
           05 TXN-MONTANT           PIC 9(7)V99.
           05 TXN-DATE              PIC 9(8).

       FD  REGISTER-FILE.
           COPY "SubledgerRegister.cpy".

       FD  PRINT-FILE.
       01  PRINT-LINE               PIC X(80).

       FD  POSITIVE-PAY-FILE.
       01  POSITIVE-PAY-RECORD      PIC X(60).
       01  POSITIVE-PAY-HEADER REDEFINES POSITIVE-PAY-RECORD.
           05 PPH-TYPE              PIC X(2).
           05 PPH-FILE-ID           PIC X(10).
           05 PPH-CREATION-DATE     PIC 9(8).
           05 PPH-COMPTE-EMETTEUR   PIC X(11).
           05 FILLER                PIC X(29).
       01  POSITIVE-PAY-DETAIL REDEFINES POSITIVE-PAY-RECORD.
           05 PPD-TYPE              PIC X(2).
           05 PPD-NUMERO            PIC X(6).
           05 PPD-MONTANT           PIC 9(7)V99.
           05 PPD-DATE-EMISSION     PIC 9(8).
           05 PPD-BENEFICIAIRE      PIC X(20).
           05 PPD-ANNULATION        PIC X(1).
           05 FILLER                PIC X(14).
       01  POSITIVE-PAY-TRAILER REDEFINES POSITIVE-PAY-RECORD.
           05 PPT-TYPE              PIC X(2).
           05 PPT-RECORD-COUNT      PIC 9(7).
           05 PPT-HASH-TOTAL        PIC 9(13).
           05 FILLER                PIC X(38).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "ChequeIssueBatch".

       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/CHEQUE-PARM.txt".
       01  WS-CHEQUE-PATH           PIC X(40)
                                 VALUE "Data/CHEQUE-REGISTER.txt".
       01  WS-REQUEST-PATH          PIC X(40)
                                 VALUE "Data/CHEQUE-REQUEST.txt".
       01  WS-NET-PATH              PIC X(40)
                                 VALUE "Data/PAYROLL-NET-FILE.txt".
       01  WS-BANK-PATH             PIC X(40)
                                 VALUE "Data/EMPLOYEE-BANK.txt".
       01  WS-HOLD-PATH             PIC X(40)
                                 VALUE "Data/PAYROLL-HOLD-FILE.txt".
       01  WS-EMPLOYEE-PATH         PIC X(40)
                                 VALUE "Data/EMPLOYEE-MASTER.txt".
       01  WS-STUDENT-PATH          PIC X(40)
                                 VALUE "Data/STUDENT-MASTER.txt".
       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/ACCOUNT-MASTER.txt".
       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/ACCOUNT-TRANSACTION.txt".
       01  WS-REGISTER-PATH         PIC X(40)
                             VALUE "Data/SUBLEDGER-GL-REGISTER.txt".
       01  WS-PRINT-PATH            PIC X(40)
                                 VALUE "Data/CHEQUE-PRINT.txt".
       01  WS-POSPAY-PATH           PIC X(40)
                                 VALUE "Data/CHEQUE-POSITIVE-PAY.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/CHEQUE-ERR.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-CHEQUE-STATUS         PIC XX.
       01  WS-REQUEST-STATUS        PIC XX.
       01  WS-NET-STATUS            PIC XX.
       01  WS-BANK-STATUS           PIC XX.
       01  WS-HOLD-STATUS           PIC XX.
       01  WS-EMPLOYEE-STATUS       PIC XX.
       01  WS-STUDENT-STATUS        PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-TXN-STATUS            PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-PRINT-STATUS          PIC XX.
       01  WS-POSPAY-STATUS         PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-PERIODE-PAIE          PIC 9(6) VALUE ZERO.
       01  WS-COMPTE-EMETTEUR       PIC X(11) VALUE SPACES.
       01  WS-EN-ATTENTE-CNT        PIC 9(4) VALUE ZERO.
       01  WS-PAIE-REFUSEE          PIC X VALUE "N".
           88 PAIE-REFUSEE          VALUE "Y".

      * The register is held whole, one image per cheque, and
      * rewritten at end of run when anything changed.
       01  WS-CHEQUE-CNT            PIC 9(4) VALUE ZERO.
       01  WS-C                     PIC 9(4).
       01  WS-CHEQUE-INDEX          PIC 9(4) VALUE ZERO.
       01  WS-CHEQUE-TABLE.
           05 WS-CHEQUE-ENTRY OCCURS 5000 TIMES
                   DEPENDING ON WS-CHEQUE-CNT
                   INDEXED BY CX.
               10 WS-C-ENREG        PIC X(102).

      * Only live banking details are kept - an employee found here
      * is paid by transfer, not by cheque.
       01  WS-BANK-CNT              PIC 9(5) VALUE ZERO.
       01  WS-B                     PIC 9(5).
       01  WS-BANK-TABLE.
           05 WS-BANK-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-BANK-CNT
                   INDEXED BY BX.
               10 WS-B-EMP-ID       PIC X(6).

       01  WS-EMPLOYEE-CNT          PIC 9(5) VALUE ZERO.
       01  WS-E                     PIC 9(5).
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMPLOYEE-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-EMPLOYEE-CNT
                   INDEXED BY EX.
               10 WS-E-ID           PIC X(6).
               10 WS-E-NAME         PIC X(20).

       01  WS-STUDENT-CNT           PIC 9(5) VALUE ZERO.
       01  WS-S                     PIC 9(5).
       01  WS-STUDENT-TABLE.
           05 WS-STUDENT-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-STUDENT-CNT
                   INDEXED BY SX.
               10 WS-S-ID           PIC X(6).
               10 WS-S-NAME         PIC X(20).

      * WS-A-RETIRE is what this run's withdrawal cheques have
      * already taken from the account - the master does not see
      * them until the posting run.
       01  WS-ACCOUNT-CNT           PIC 9(5) VALUE ZERO.
       01  WS-I                     PIC 9(5).
       01  WS-ACCOUNT-TABLE.
           05 WS-ACC-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-ACCOUNT-CNT
                   INDEXED BY AX.
               10 WS-A-ID           PIC X(6).
               10 WS-A-NAME         PIC X(20).
               10 WS-A-SOLDE        PIC S9(7)V99.
               10 WS-A-LIMITE       PIC 9(7)V99.
               10 WS-A-RETIRE       PIC 9(9)V99.

       01  WS-TROUVE-INDEX          PIC 9(5) VALUE ZERO.
       01  WS-DISPONIBLE            PIC S9(9)V99.

      * The cheque being issued, filled by the caller before 5000.
       01  WS-EMI-SOURCE            PIC X(1).
       01  WS-EMI-BENEF-ID          PIC X(6).
       01  WS-EMI-NOM               PIC X(20).
       01  WS-EMI-MONTANT           PIC 9(7)V99.
       01  WS-EMI-REFERENCE         PIC X(20).
       01  WS-EMI-RESULT            PIC X(1).
           88 CHEQUE-EMIS           VALUE "Y".

       01  WS-MOTIF                 PIC X(30).
       01  WS-NOUVEL-ID             PIC X(6).
       01  WS-NN-FAMILLE            PIC X(1) VALUE "K".
       01  WS-NN-RESULT             PIC X(1).

       01  WS-MOUVEMENT-TYPE        PIC X(1).
       01  WS-REGISTRE-SOURCE       PIC X(8).

       01  WS-LETTRES               PIC X(160).
       01  WS-COUPURE               PIC 9(3).
       01  WS-OBJET                 PIC X(24).

       01  WS-TOTAL-CNT             PIC 9(5) VALUE ZERO.
       01  WS-PAIE-LUS-CNT          PIC 9(5) VALUE ZERO.
       01  WS-PAIE-CNT              PIC 9(5) VALUE ZERO.
       01  WS-DEJA-EMIS-CNT         PIC 9(5) VALUE ZERO.
       01  WS-SCOLAR-CNT            PIC 9(5) VALUE ZERO.
       01  WS-RETRAIT-CNT           PIC 9(5) VALUE ZERO.
       01  WS-ANNULE-CNT            PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-CNT          PIC 9(5) VALUE ZERO.
       01  WS-EMIS-CNT              PIC 9(5) VALUE ZERO.
       01  WS-EMIS-TOTAL            PIC 9(9)V99 VALUE ZERO.
       01  WS-ANNULE-TOTAL          PIC 9(9)V99 VALUE ZERO.

       01  WS-POSPAY-CNT            PIC 9(7) VALUE ZERO.
       01  WS-HASH-TOTAL            PIC 9(13) VALUE ZERO.
       01  WS-MONTANT-CENTIMES      PIC 9(11).

       01  WS-MONTANT-EDITE         PIC Z(6)9.99.
       01  WS-MONTANT-PROTEGE       PIC *(6)9.99.
       01  WS-TOTAL-EDITE           PIC Z(8)9.99.
       01  WS-DATE-EDITEE           PIC X(10).
       01  WS-DATE-A-EDITER         PIC 9(8).
       01  WS-DATE-A-EDITER-GROUPE REDEFINES WS-DATE-A-EDITER.
           05 WS-DAE-YYYY           PIC 9(4).
           05 WS-DAE-MM             PIC 9(2).
           05 WS-DAE-DD             PIC 9(2).

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "ChequeIssueBatch".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME
                                    PIC X(8).
       01  WS-RUN-ID                PIC X(14).

       01  WS-RC-SAUVE              PIC S9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           IF WS-PERIODE-PAIE > ZERO
               PERFORM 2000-CHEQUES-PAIE-DEB
                  THRU 2000-CHEQUES-PAIE-FIN
           END-IF.

           PERFORM 3000-TRAITER-DEMANDE-DEB
              THRU 3000-TRAITER-DEMANDE-FIN
              UNTIL END-OF-FILE.

           IF WS-EMIS-CNT > ZERO OR WS-ANNULE-CNT > ZERO
               PERFORM 7000-SAUVEGARDER-REGISTRE-DEB
                  THRU 7000-SAUVEGARDER-REGISTRE-FIN
           END-IF.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-RUN-ID.
           STRING WS-RUN-DATE WS-RUN-TIME-X(1:6)
                  DELIMITED BY SIZE INTO WS-RUN-ID.

           PERFORM 1100-CHARGER-PARM-DEB
              THRU 1100-CHARGER-PARM-FIN.
           PERFORM 1200-CHARGER-REGISTRE-DEB
              THRU 1200-CHARGER-REGISTRE-FIN.
           PERFORM 1300-CHARGER-REFERENTIELS-DEB
              THRU 1300-CHARGER-REFERENTIELS-FIN.

           OPEN INPUT REQUEST-FILE.
           IF WS-REQUEST-STATUS = "35"
               DISPLAY "AUCUNE DEMANDE DE CHEQUE"
               SET END-OF-FILE TO TRUE
           ELSE
               IF WS-REQUEST-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE REQUEST-FILE: "
                           WS-REQUEST-STATUS
                   STOP RUN
               END-IF
           END-IF.

           OPEN EXTEND TRANSACTION-FILE.
           IF WS-TXN-STATUS = "05" OR WS-TXN-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE TRANSACTION-FILE: "
                       WS-TXN-STATUS
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
               DISPLAY "ERREUR OUVERTURE PRINT-FILE: "
                       WS-PRINT-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT POSITIVE-PAY-FILE.
           IF WS-POSPAY-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE POSITIVE-PAY-FILE: "
                       WS-POSPAY-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SUSPENSE-FILE: "
                       WS-SUSPENSE-STATUS
               STOP RUN
           END-IF.

           MOVE "ChequeIssueBatch" TO RH-PROGRAM-ID.
           MOVE "EMISSION CHEQUES" TO RH-REPORT-TITLE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.

           MOVE SPACES TO POSITIVE-PAY-RECORD.
           MOVE "01" TO PPH-TYPE.
           MOVE "CHEQUES   " TO PPH-FILE-ID.
           MOVE WS-RUN-DATE TO PPH-CREATION-DATE.
           MOVE WS-COMPTE-EMETTEUR TO PPH-COMPTE-EMETTEUR.
           WRITE POSITIVE-PAY-RECORD.

           IF NOT END-OF-FILE
               PERFORM 3100-LIRE-DEMANDE-DEB
                  THRU 3100-LIRE-DEMANDE-FIN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

      * No parameter, or a zero period, means no pay cheques.
       1100-CHARGER-PARM-DEB.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PRM-PERIODE-PAIE IS NUMERIC
                           MOVE PRM-PERIODE-PAIE TO WS-PERIODE-PAIE
                       END-IF
                       MOVE PRM-COMPTE-EMETTEUR TO WS-COMPTE-EMETTEUR
               END-READ
               CLOSE PARM-FILE
           END-IF.
       1100-CHARGER-PARM-FIN.
           EXIT.

       1200-CHARGER-REGISTRE-DEB.
           OPEN INPUT CHEQUE-FILE.
           IF WS-CHEQUE-STATUS = "35"
               MOVE ZERO TO WS-CHEQUE-CNT
           ELSE
               IF WS-CHEQUE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE CHEQUE-FILE: "
                           WS-CHEQUE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-CHEQUE-STATUS = "10"
                   READ CHEQUE-FILE
                       AT END
                           MOVE "10" TO WS-CHEQUE-STATUS
                       NOT AT END
                           IF WS-CHEQUE-CNT < 5000
                               ADD 1 TO WS-CHEQUE-CNT
                               SET CX TO WS-CHEQUE-CNT
                               MOVE ISSUED-CHEQUE-RECORD
                                   TO WS-C-ENREG(CX)
                           ELSE
                               DISPLAY "REGISTRE DES CHEQUES PLEIN"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-FILE
           END-IF.
       1200-CHARGER-REGISTRE-FIN.
           EXIT.

      * The masters are only read, for the payee names, and the
      * account master also for the funds behind a withdrawal.
       1300-CHARGER-REFERENTIELS-DEB.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE EMPLOYEE-MASTER-FILE: "
                       WS-EMPLOYEE-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EMPLOYEE-STATUS = "10"
               READ EMPLOYEE-MASTER-FILE
                   AT END
                       MOVE "10" TO WS-EMPLOYEE-STATUS
                   NOT AT END
                       IF WS-EMPLOYEE-CNT < 9999
                           ADD 1 TO WS-EMPLOYEE-CNT
                           SET EX TO WS-EMPLOYEE-CNT
                           MOVE EMP-ID TO WS-E-ID(EX)
                           MOVE EMP-NAME TO WS-E-NAME(EX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.

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
                       IF WS-STUDENT-CNT < 9999
                           ADD 1 TO WS-STUDENT-CNT
                           SET SX TO WS-STUDENT-CNT
                           MOVE STU-ID TO WS-S-ID(SX)
                           MOVE STU-NAME TO WS-S-NAME(SX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER-FILE.

           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE ACCOUNT-MASTER-FILE: "
                       WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MASTER-STATUS = "10"
               READ ACCOUNT-MASTER-FILE
                   AT END
                       MOVE "10" TO WS-MASTER-STATUS
                   NOT AT END
                       IF WS-ACCOUNT-CNT < 9999
                           ADD 1 TO WS-ACCOUNT-CNT
                           SET AX TO WS-ACCOUNT-CNT
                           MOVE ACC-ID TO WS-A-ID(AX)
                           MOVE ACC-NAME TO WS-A-NAME(AX)
                           MOVE ACC-SOLDE TO WS-A-SOLDE(AX)
                           MOVE ACC-LIMITE-DECOUVERT
                               TO WS-A-LIMITE(AX)
                           MOVE ZERO TO WS-A-RETIRE(AX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MASTER-FILE.
       1300-CHARGER-REFERENTIELS-FIN.
           EXIT.

      * Net pay of the period for every employee without live
      * banking details. Refused whole while a hold is pending.
       2000-CHEQUES-PAIE-DEB.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "00"
               PERFORM UNTIL WS-HOLD-STATUS = "10"
                   READ HOLD-FILE
                       AT END
                           MOVE "10" TO WS-HOLD-STATUS
                       NOT AT END
                           IF HLD-STATUT = "H"
                               ADD 1 TO WS-EN-ATTENTE-CNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

           IF WS-EN-ATTENTE-CNT > ZERO
               DISPLAY "CHEQUES DE PAIE REFUSES - " WS-EN-ATTENTE-CNT
                       " PAIE(S) EN ATTENTE DE DISPOSITION "
                       "(VOIR PayrollHoldRelease)"
               MOVE "Y" TO WS-PAIE-REFUSEE
           ELSE
               PERFORM 2100-CHARGER-BANQUES-DEB
                  THRU 2100-CHARGER-BANQUES-FIN
               OPEN INPUT NET-PAY-FILE
               IF WS-NET-STATUS = "35"
                   DISPLAY "FICHIER DE PAIE NETTE ABSENT - "
                           "CHEQUES DE PAIE SAUTES"
               ELSE
                   IF WS-NET-STATUS NOT = "00"
                       DISPLAY "ERREUR OUVERTURE NET-PAY-FILE: "
                               WS-NET-STATUS
                       STOP RUN
                   END-IF
                   PERFORM UNTIL WS-NET-STATUS = "10"
                       READ NET-PAY-FILE
                           AT END
                               MOVE "10" TO WS-NET-STATUS
                           NOT AT END
                               PERFORM 2200-TRAITER-NET-DEB
                                  THRU 2200-TRAITER-NET-FIN
                       END-READ
                   END-PERFORM
                   CLOSE NET-PAY-FILE
               END-IF
           END-IF.
       2000-CHEQUES-PAIE-FIN.
           EXIT.

       2100-CHARGER-BANQUES-DEB.
           OPEN INPUT BANK-DETAILS-FILE.
           IF WS-BANK-STATUS = "00"
               PERFORM UNTIL WS-BANK-STATUS = "10"
                   READ BANK-DETAILS-FILE
                       AT END
                           MOVE "10" TO WS-BANK-STATUS
                       NOT AT END
                           IF BD-STATUT = SPACE
                                   AND WS-BANK-CNT < 9999
                               ADD 1 TO WS-BANK-CNT
                               SET BX TO WS-BANK-CNT
                               MOVE BD-EMP-ID TO WS-B-EMP-ID(BX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-DETAILS-FILE
           END-IF.
       2100-CHARGER-BANQUES-FIN.
           EXIT.

      * A live cheque for the same employee and period already on
      * the register is not written twice.
       2200-TRAITER-NET-DEB.
           IF NP-NET > ZERO
               MOVE ZERO TO WS-TROUVE-INDEX
               PERFORM VARYING WS-B FROM 1 BY 1
                       UNTIL WS-B > WS-BANK-CNT
                   IF WS-B-EMP-ID(WS-B) = NP-EMP-ID
                       MOVE WS-B TO WS-TROUVE-INDEX
                   END-IF
               END-PERFORM
               IF WS-TROUVE-INDEX = ZERO
                   ADD 1 TO WS-PAIE-LUS-CNT
                   ADD 1 TO CT-INPUT-RECORD-COUNT
                   ADD 1 TO CT-INPUT-HASH-TOTAL
                   PERFORM 2300-EMETTRE-PAIE-DEB
                      THRU 2300-EMETTRE-PAIE-FIN
               END-IF
           END-IF.
       2200-TRAITER-NET-FIN.
           EXIT.

       2300-EMETTRE-PAIE-DEB.
           MOVE SPACES TO WS-MOTIF.
           MOVE SPACES TO WS-EMI-REFERENCE.
           STRING "PAIE " WS-PERIODE-PAIE
                  DELIMITED BY SIZE INTO WS-EMI-REFERENCE.

           MOVE ZERO TO WS-CHEQUE-INDEX.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CHEQUE-CNT
               MOVE WS-C-ENREG(WS-C) TO ISSUED-CHEQUE-RECORD
               IF CHQ-PAIE AND CHQ-BENEF-ID = NP-EMP-ID
                       AND CHQ-REFERENCE = WS-EMI-REFERENCE
                       AND NOT CHQ-ANNULE
                   MOVE WS-C TO WS-CHEQUE-INDEX
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-TROUVE-INDEX.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EMPLOYEE-CNT
               IF WS-E-ID(WS-E) = NP-EMP-ID
                   MOVE WS-E TO WS-TROUVE-INDEX
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-CHEQUE-INDEX > ZERO
                   ADD 1 TO WS-DEJA-EMIS-CNT
                   ADD 1 TO CT-OUTPUT-RECORD-COUNT
                   ADD 1 TO CT-OUTPUT-HASH-TOTAL
               WHEN WS-TROUVE-INDEX = ZERO
                   MOVE "EMPLOYE INCONNU" TO WS-MOTIF
               WHEN OTHER
                   MOVE "P" TO WS-EMI-SOURCE
                   MOVE NP-EMP-ID TO WS-EMI-BENEF-ID
                   MOVE WS-E-NAME(WS-TROUVE-INDEX) TO WS-EMI-NOM
                   MOVE NP-NET TO WS-EMI-MONTANT
                   PERFORM 5000-EMETTRE-CHEQUE-DEB
                      THRU 5000-EMETTRE-CHEQUE-FIN
                   IF CHEQUE-EMIS
                       ADD 1 TO WS-PAIE-CNT
                   END-IF
           END-EVALUATE.

           IF WS-MOTIF NOT = SPACES
               MOVE SPACES TO SUSPENSE-LINE
               MOVE NP-NET TO WS-MONTANT-EDITE
               STRING "P" NP-EMP-ID " " WS-MONTANT-EDITE " "
                      WS-EMI-REFERENCE " REJETE - " WS-MOTIF
                      DELIMITED BY SIZE INTO SUSPENSE-LINE
               PERFORM 2600-ECRIRE-SUSPENS-DEB
                  THRU 2600-ECRIRE-SUSPENS-FIN
           END-IF.
       2300-EMETTRE-PAIE-FIN.
           EXIT.

       2600-ECRIRE-SUSPENS-DEB.
           WRITE SUSPENSE-LINE.
           ADD 1 TO WS-REJECTED-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       2600-ECRIRE-SUSPENS-FIN.
           EXIT.

       2700-CONSIGNER-DEB.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.
       2700-CONSIGNER-FIN.
           EXIT.

       3000-TRAITER-DEMANDE-DEB.
           ADD 1 TO WS-TOTAL-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           ADD 1 TO CT-INPUT-HASH-TOTAL.
           MOVE SPACES TO WS-MOTIF.

           EVALUATE TRUE
               WHEN CRQ-REMB-SCOLAR
                   PERFORM 3200-REMBOURSER-SCOLAR-DEB
                      THRU 3200-REMBOURSER-SCOLAR-FIN
               WHEN CRQ-RETRAIT
                   PERFORM 3300-PAYER-RETRAIT-DEB
                      THRU 3300-PAYER-RETRAIT-FIN
               WHEN CRQ-ANNULATION
                   PERFORM 3400-ANNULER-CHEQUE-DEB
                      THRU 3400-ANNULER-CHEQUE-FIN
               WHEN OTHER
                   MOVE "ACTION INCONNUE" TO WS-MOTIF
           END-EVALUATE.

           IF WS-MOTIF NOT = SPACES
               MOVE SPACES TO SUSPENSE-LINE
               STRING CHEQUE-REQUEST-RECORD " REJETE - " WS-MOTIF
                      DELIMITED BY SIZE INTO SUSPENSE-LINE
               PERFORM 2600-ECRIRE-SUSPENS-DEB
                  THRU 2600-ECRIRE-SUSPENS-FIN
           END-IF.

           PERFORM 3100-LIRE-DEMANDE-DEB
              THRU 3100-LIRE-DEMANDE-FIN.
       3000-TRAITER-DEMANDE-FIN.
           EXIT.

       3100-LIRE-DEMANDE-DEB.
           READ REQUEST-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       3100-LIRE-DEMANDE-FIN.
           EXIT.

      * A tuition refund is booked as a SCOLREMB register line once
      * the cheque is out.
       3200-REMBOURSER-SCOLAR-DEB.
           MOVE ZERO TO WS-TROUVE-INDEX.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STUDENT-CNT
               IF WS-S-ID(WS-S) = CRQ-BENEF-ID
                   MOVE WS-S TO WS-TROUVE-INDEX
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-TROUVE-INDEX = ZERO
                   MOVE "ELEVE INCONNU" TO WS-MOTIF
               WHEN CRQ-MONTANT IS NOT NUMERIC
                       OR CRQ-MONTANT = ZERO
                   MOVE "MONTANT INVALIDE" TO WS-MOTIF
               WHEN OTHER
                   MOVE "T" TO WS-EMI-SOURCE
                   MOVE CRQ-BENEF-ID TO WS-EMI-BENEF-ID
                   MOVE WS-S-NAME(WS-TROUVE-INDEX) TO WS-EMI-NOM
                   MOVE CRQ-MONTANT TO WS-EMI-MONTANT
                   MOVE CRQ-REFERENCE TO WS-EMI-REFERENCE
                   PERFORM 5000-EMETTRE-CHEQUE-DEB
                      THRU 5000-EMETTRE-CHEQUE-FIN
                   IF CHEQUE-EMIS
                       ADD 1 TO WS-SCOLAR-CNT
                       MOVE "SCOLREMB" TO WS-REGISTRE-SOURCE
                       PERFORM 3800-ECRIRE-REGISTRE-DEB
                          THRU 3800-ECRIRE-REGISTRE-FIN
                   END-IF
           END-EVALUATE.
       3200-REMBOURSER-SCOLAR-FIN.
           EXIT.

      * A withdrawal must fit the balance plus the overdraft limit,
      * less what this run already paid out of the account.
       3300-PAYER-RETRAIT-DEB.
           MOVE ZERO TO WS-TROUVE-INDEX.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ACCOUNT-CNT
               IF WS-A-ID(WS-I) = CRQ-BENEF-ID
                   MOVE WS-I TO WS-TROUVE-INDEX
               END-IF
           END-PERFORM.

           IF WS-TROUVE-INDEX > ZERO
               COMPUTE WS-DISPONIBLE = WS-A-SOLDE(WS-TROUVE-INDEX)
                                     + WS-A-LIMITE(WS-TROUVE-INDEX)
                                     - WS-A-RETIRE(WS-TROUVE-INDEX)
           END-IF.

           EVALUATE TRUE
               WHEN WS-TROUVE-INDEX = ZERO
                   MOVE "COMPTE INCONNU" TO WS-MOTIF
               WHEN CRQ-MONTANT IS NOT NUMERIC
                       OR CRQ-MONTANT = ZERO
                   MOVE "MONTANT INVALIDE" TO WS-MOTIF
               WHEN CRQ-MONTANT > WS-DISPONIBLE
                   MOVE "PROVISION INSUFFISANTE" TO WS-MOTIF
               WHEN OTHER
                   MOVE "M" TO WS-EMI-SOURCE
                   MOVE CRQ-BENEF-ID TO WS-EMI-BENEF-ID
                   MOVE WS-A-NAME(WS-TROUVE-INDEX) TO WS-EMI-NOM
                   MOVE CRQ-MONTANT TO WS-EMI-MONTANT
                   MOVE CRQ-REFERENCE TO WS-EMI-REFERENCE
                   PERFORM 5000-EMETTRE-CHEQUE-DEB
                      THRU 5000-EMETTRE-CHEQUE-FIN
                   IF CHEQUE-EMIS
                       ADD 1 TO WS-RETRAIT-CNT
                       ADD CRQ-MONTANT
                           TO WS-A-RETIRE(WS-TROUVE-INDEX)
                       MOVE "D" TO WS-MOUVEMENT-TYPE
                       PERFORM 3700-ECRIRE-MOUVEMENT-DEB
                          THRU 3700-ECRIRE-MOUVEMENT-FIN
                   END-IF
           END-EVALUATE.
       3300-PAYER-RETRAIT-FIN.
           EXIT.

      * Only an issued cheque still outstanding can be voided; the
      * void goes to the bank on the positive-pay file and undoes
      * the money movement the cheque made.
       3400-ANNULER-CHEQUE-DEB.
           MOVE ZERO TO WS-CHEQUE-INDEX.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CHEQUE-CNT
               IF WS-C-ENREG(WS-C)(1:6) = CRQ-NUMERO
                   MOVE WS-C TO WS-CHEQUE-INDEX
               END-IF
           END-PERFORM.

           IF WS-CHEQUE-INDEX = ZERO
               MOVE "CHEQUE INCONNU" TO WS-MOTIF
           ELSE
               MOVE WS-C-ENREG(WS-CHEQUE-INDEX)
                   TO ISSUED-CHEQUE-RECORD
               EVALUATE TRUE
                   WHEN CHQ-PAYE
                       MOVE "CHEQUE DEJA PAYE" TO WS-MOTIF
                   WHEN CHQ-ANNULE
                       MOVE "CHEQUE DEJA ANNULE" TO WS-MOTIF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF WS-MOTIF = SPACES
               MOVE SPACES TO WS-AT-BEFORE
               STRING CHQ-NUMERO " " CHQ-SOURCE CHQ-BENEF-ID " "
                      CHQ-MONTANT " STATUT " CHQ-STATUT
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
               MOVE "A" TO CHQ-STATUT
               MOVE WS-RUN-DATE TO CHQ-DATE-STATUT
               MOVE ISSUED-CHEQUE-RECORD
                   TO WS-C-ENREG(WS-CHEQUE-INDEX)
               ADD 1 TO WS-ANNULE-CNT
               ADD CHQ-MONTANT TO WS-ANNULE-TOTAL
               ADD 1 TO CT-OUTPUT-RECORD-COUNT
               ADD 1 TO CT-OUTPUT-HASH-TOTAL

               MOVE "A" TO PPD-ANNULATION
               PERFORM 6500-ECRIRE-POSITIVE-PAY-DEB
                  THRU 6500-ECRIRE-POSITIVE-PAY-FIN

               EVALUATE TRUE
                   WHEN CHQ-RETRAIT
                       MOVE "C" TO WS-MOUVEMENT-TYPE
                       MOVE CHQ-MONTANT TO WS-EMI-MONTANT
                       MOVE CHQ-BENEF-ID TO WS-EMI-BENEF-ID
                       PERFORM 3700-ECRIRE-MOUVEMENT-DEB
                          THRU 3700-ECRIRE-MOUVEMENT-FIN
                   WHEN CHQ-REMB-SCOLAR
                       MOVE "SCOLRANN" TO WS-REGISTRE-SOURCE
                       MOVE CHQ-MONTANT TO WS-EMI-MONTANT
                       MOVE CHQ-BENEF-ID TO WS-EMI-BENEF-ID
                       PERFORM 3800-ECRIRE-REGISTRE-DEB
                          THRU 3800-ECRIRE-REGISTRE-FIN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               MOVE SPACES TO WS-AT-AFTER
               STRING CHQ-NUMERO " " CHQ-SOURCE CHQ-BENEF-ID " "
                      CHQ-MONTANT " STATUT A " CHQ-DATE-STATUT
                      DELIMITED BY SIZE INTO WS-AT-AFTER
               PERFORM 2700-CONSIGNER-DEB
                  THRU 2700-CONSIGNER-FIN
           END-IF.
       3400-ANNULER-CHEQUE-FIN.
           EXIT.

       3700-ECRIRE-MOUVEMENT-DEB.
           MOVE SPACES TO ACCOUNT-TRANSACTION.
           MOVE WS-EMI-BENEF-ID TO TXN-ACC-ID.
           MOVE WS-MOUVEMENT-TYPE TO TXN-TYPE.
           MOVE WS-EMI-MONTANT TO TXN-MONTANT.
           MOVE WS-RUN-DATE TO TXN-DATE.
           WRITE ACCOUNT-TRANSACTION.
       3700-ECRIRE-MOUVEMENT-FIN.
           EXIT.

       3800-ECRIRE-REGISTRE-DEB.
           MOVE SPACES TO SUBLEDGER-REGISTER-RECORD.
           MOVE WS-RUN-ID TO SLR-RUN-ID.
           MOVE WS-REGISTRE-SOURCE TO SLR-SOURCE.
           MOVE WS-RUN-DATE TO SLR-DATE.
           MOVE WS-EMI-MONTANT TO SLR-MONTANT.
           STRING "CHQ " CHQ-NUMERO " " WS-EMI-BENEF-ID
                  DELIMITED BY SIZE INTO SLR-REFERENCE.
           WRITE SUBLEDGER-REGISTER-RECORD.
       3800-ECRIRE-REGISTRE-FIN.
           EXIT.

      * Draws the number, records the cheque, prints it and sends
      * it to the bank. WS-EMI-RESULT comes back Y when it went out;
      * otherwise WS-MOTIF says why.
       5000-EMETTRE-CHEQUE-DEB.
           MOVE "N" TO WS-EMI-RESULT.
           IF WS-CHEQUE-CNT >= 5000
               DISPLAY "REGISTRE DES CHEQUES PLEIN"
               MOVE "REGISTRE PLEIN" TO WS-MOTIF
           ELSE
               CALL "NextNumberIssuer" USING WS-NN-FAMILLE
                   WS-NOUVEL-ID WS-NN-RESULT
               IF WS-NN-RESULT NOT = "Y"
                   MOVE "NUMEROTATION INDISPONIBLE" TO WS-MOTIF
               END-IF
           END-IF.

           IF WS-MOTIF = SPACES
               MOVE SPACES TO ISSUED-CHEQUE-RECORD
               MOVE WS-NOUVEL-ID TO CHQ-NUMERO
               MOVE WS-RUN-DATE TO CHQ-DATE-EMISSION
               MOVE WS-EMI-MONTANT TO CHQ-MONTANT
               MOVE WS-EMI-SOURCE TO CHQ-SOURCE
               MOVE WS-EMI-BENEF-ID TO CHQ-BENEF-ID
               MOVE WS-EMI-NOM TO CHQ-BENEF-NOM
               MOVE WS-EMI-REFERENCE TO CHQ-REFERENCE
               MOVE "E" TO CHQ-STATUT
               MOVE WS-RUN-DATE TO CHQ-DATE-STATUT
               MOVE ZERO TO CHQ-MONTANT-PAYE
               MOVE WS-RUN-ID TO CHQ-RUN-ID
               ADD 1 TO WS-CHEQUE-CNT
               SET CX TO WS-CHEQUE-CNT
               MOVE ISSUED-CHEQUE-RECORD TO WS-C-ENREG(CX)
               MOVE "Y" TO WS-EMI-RESULT
               ADD 1 TO WS-EMIS-CNT
               ADD WS-EMI-MONTANT TO WS-EMIS-TOTAL
               ADD 1 TO CT-OUTPUT-RECORD-COUNT
               ADD 1 TO CT-OUTPUT-HASH-TOTAL

               PERFORM 6000-IMPRIMER-CHEQUE-DEB
                  THRU 6000-IMPRIMER-CHEQUE-FIN
               MOVE SPACE TO PPD-ANNULATION
               PERFORM 6500-ECRIRE-POSITIVE-PAY-DEB
                  THRU 6500-ECRIRE-POSITIVE-PAY-FIN

               MOVE SPACES TO WS-AT-BEFORE
               STRING WS-EMI-SOURCE WS-EMI-BENEF-ID " "
                      WS-EMI-REFERENCE " SANS CHEQUE"
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
               MOVE SPACES TO WS-AT-AFTER
               STRING CHQ-NUMERO " " CHQ-SOURCE CHQ-BENEF-ID " "
                      CHQ-MONTANT " STATUT E " CHQ-DATE-EMISSION
                      DELIMITED BY SIZE INTO WS-AT-AFTER
               PERFORM 2700-CONSIGNER-DEB
                  THRU 2700-CONSIGNER-FIN
           END-IF.
       5000-EMETTRE-CHEQUE-FIN.
           EXIT.

      * One page per cheque: the stub the payee keeps, then the
      * cheque itself with the amount in figures and in words.
       6000-IMPRIMER-CHEQUE-DEB.
           EVALUATE TRUE
               WHEN CHQ-PAIE
                   MOVE "SALAIRE NET" TO WS-OBJET
               WHEN CHQ-REMB-SCOLAR
                   MOVE "REMBOURSEMENT SCOLARITE" TO WS-OBJET
               WHEN OTHER
                   MOVE "RETRAIT SUR COMPTE" TO WS-OBJET
           END-EVALUATE.
           MOVE CHQ-DATE-EMISSION TO WS-DATE-A-EDITER.
           MOVE SPACES TO WS-DATE-EDITEE.
           STRING WS-DAE-DD "/" WS-DAE-MM "/" WS-DAE-YYYY
                  DELIMITED BY SIZE INTO WS-DATE-EDITEE.

           ADD 1 TO RH-PAGE-NUMBER.
           MOVE SPACES TO RH-HEADING-LINE-1.
           STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                  " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                  DELIMITED BY SIZE INTO RH-HEADING-LINE-1.
           MOVE SPACES TO PRINT-LINE.
           MOVE RH-HEADING-LINE-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

           MOVE SPACES TO PRINT-LINE.
           STRING "TALON - CHEQUE N. " CHQ-NUMERO
                  "   DU " WS-DATE-EDITEE
                  DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "BENEFICIAIRE : " CHQ-BENEF-NOM
                  " (" CHQ-BENEF-ID ")"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "OBJET        : " WS-OBJET " " CHQ-REFERENCE
                  DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE CHQ-MONTANT TO WS-MONTANT-EDITE.
           MOVE SPACES TO PRINT-LINE.
           STRING "MONTANT      : " WS-MONTANT-EDITE " EUR"
                  DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE ALL "- " TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

           MOVE CHQ-MONTANT TO WS-MONTANT-PROTEGE.
           MOVE SPACES TO PRINT-LINE.
           STRING "CHEQUE N. " CHQ-NUMERO
                  "                               EUR "
                  WS-MONTANT-PROTEGE
                  DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           MOVE "PAYEZ CONTRE CE CHEQUE LA SOMME DE" TO PRINT-LINE.
           WRITE PRINT-LINE.
           CALL "AmountToWords" USING CHQ-MONTANT WS-LETTRES.
           PERFORM 6100-IMPRIMER-LETTRES-DEB
              THRU 6100-IMPRIMER-LETTRES-FIN.
           MOVE SPACES TO PRINT-LINE.
           STRING "A L'ORDRE DE : " CHQ-BENEF-NOM
                  DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "FAIT LE " WS-DATE-EDITEE
                  DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
       6000-IMPRIMER-CHEQUE-FIN.
           EXIT.

      * The words run on a second line when they pass 70 columns,
      * cut at the last space before.
       6100-IMPRIMER-LETTRES-DEB.
           IF WS-LETTRES(71:90) = SPACES
               MOVE SPACES TO PRINT-LINE
               STRING "*** " WS-LETTRES(1:70)
                      DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               PERFORM VARYING WS-COUPURE FROM 71 BY -1
                       UNTIL WS-COUPURE < 2
                          OR WS-LETTRES(WS-COUPURE:1) = SPACE
                   CONTINUE
               END-PERFORM
               MOVE SPACES TO PRINT-LINE
               STRING "*** " WS-LETTRES(1:WS-COUPURE - 1)
                      DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
               MOVE SPACES TO PRINT-LINE
               STRING "    " WS-LETTRES(WS-COUPURE + 1:)
                      DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
       6100-IMPRIMER-LETTRES-FIN.
           EXIT.

      * PPD-ANNULATION is set by the caller: A for a void, blank
      * for an issue.
       6500-ECRIRE-POSITIVE-PAY-DEB.
           MOVE "02" TO PPD-TYPE.
           MOVE CHQ-NUMERO TO PPD-NUMERO.
           MOVE CHQ-MONTANT TO PPD-MONTANT.
           MOVE CHQ-DATE-EMISSION TO PPD-DATE-EMISSION.
           MOVE CHQ-BENEF-NOM TO PPD-BENEFICIAIRE.
           MOVE SPACES TO POSITIVE-PAY-RECORD(47:14).
           WRITE POSITIVE-PAY-RECORD.
           ADD 1 TO WS-POSPAY-CNT.
           COMPUTE WS-MONTANT-CENTIMES = CHQ-MONTANT * 100.
           ADD WS-MONTANT-CENTIMES TO WS-HASH-TOTAL.
       6500-ECRIRE-POSITIVE-PAY-FIN.
           EXIT.

       7000-SAUVEGARDER-REGISTRE-DEB.
           OPEN OUTPUT CHEQUE-FILE.
           IF WS-CHEQUE-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE CHEQUE-FILE: "
                       WS-CHEQUE-STATUS
               STOP RUN
           END-IF.

           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CHEQUE-CNT
               MOVE WS-C-ENREG(WS-C) TO ISSUED-CHEQUE-RECORD
               WRITE ISSUED-CHEQUE-RECORD
           END-PERFORM.

           CLOSE CHEQUE-FILE.
       7000-SAUVEGARDER-REGISTRE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           MOVE SPACES TO POSITIVE-PAY-RECORD.
           MOVE "09" TO PPT-TYPE.
           MOVE WS-POSPAY-CNT TO PPT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO PPT-HASH-TOTAL.
           WRITE POSITIVE-PAY-RECORD.

           IF WS-REQUEST-STATUS NOT = "35"
               CLOSE REQUEST-FILE
           END-IF.
           CLOSE TRANSACTION-FILE.
           CLOSE REGISTER-FILE.
           CLOSE PRINT-FILE.
           CLOSE POSITIVE-PAY-FILE.
           CLOSE SUSPENSE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "EMISSION DES CHEQUES TERMINEE.".
           DISPLAY "DEMANDES TRAITEES     : " WS-TOTAL-CNT.
           DISPLAY "NETS A PAYER LUS      : " WS-PAIE-LUS-CNT.
           DISPLAY "CHEQUES DE PAIE       : " WS-PAIE-CNT.
           DISPLAY "PAIES DEJA EMISES     : " WS-DEJA-EMIS-CNT.
           DISPLAY "REMBOURSEMENTS SCOLAR.: " WS-SCOLAR-CNT.
           DISPLAY "RETRAITS MEMBRES      : " WS-RETRAIT-CNT.
           MOVE WS-EMIS-TOTAL TO WS-TOTAL-EDITE.
           DISPLAY "CHEQUES EMIS          : " WS-EMIS-CNT
                   " " WS-TOTAL-EDITE.
           MOVE WS-ANNULE-TOTAL TO WS-TOTAL-EDITE.
           DISPLAY "CHEQUES ANNULES       : " WS-ANNULE-CNT
                   " " WS-TOTAL-EDITE.
           DISPLAY "LIGNES REFUSEES       : " WS-REJECTED-CNT.
           DISPLAY "------------------------------------------------".

      * The control-total call resets RETURN-CODE; keep this run's.
           IF PAIE-REFUSEE
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF WS-REJECTED-CNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9000-TERMINAISON-FIN.
           EXIT.
