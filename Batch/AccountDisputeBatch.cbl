       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccountDisputeBatch.
       AUTHOR. Mathieu.

      * Case handling for debits a member disputes on the statement
      * AccountStatementGenerator prints, instead of erasing the
      * movement with AccountLedgerBackout. The dispute register
      * Data/ACCOUNT-DISPUTES.txt carries one case per disputed
      * entry, keyed on the ACCOUNT-TRANSACTION image (account,
      * type, amount, date) as the posting journal recorded it -
      * a case can only be opened on a debit that was actually
      * posted, and only once. The case transactions are O (open,
      * with a provisional credit when the O line asks for one), I
      * (investigation started), F (upheld) and R (rejected). The
      * money never moves here: the provisional credit, the refund
      * of an upheld case opened without one, and the re-debit of a
      * rejected provisional credit are dropped onto the raw
      * transaction intake the way StandingOrderBatch does, so they
      * ride AccountTransactionEdit and the posting run and the
      * original entry stays on file as the evidence. The response
      * deadline is the opening date plus the parameter number of
      * business days (BusinessDayCalculator, default 15). Every
      * decision prints the letter to the member on its own page
      * of Data/ACCOUNT-DISPUTE-LETTERS.txt. Case numbers come from
      * NextNumberIssuer (family D), every case change rides
      * AuditTrailWriter, rejects go to suspense and the run
      * balances with ControlTotals.cpy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN DYNAMIC WS-DISPUTE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT CASE-TXN-FILE ASSIGN DYNAMIC WS-CASE-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-TXN-STATUS.

           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT JOURNAL-FILE ASSIGN DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT TRANSACTION-FILE ASSIGN DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT LETTER-FILE ASSIGN DYNAMIC WS-LETTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
           COPY "AccountDispute.cpy".

       FD  CASE-TXN-FILE.
       01  DISPUTE-CASE-TRANSACTION.
           05 DTX-ACTION            PIC X(1).
               88 DTX-OUVERTURE     VALUE "O".
               88 DTX-INSTRUCTION   VALUE "I".
               88 DTX-FONDE         VALUE "F".
               88 DTX-REJETE        VALUE "R".
           05 DTX-DSP-ID            PIC X(6).
           05 DTX-ACC-ID            PIC X(6).
           05 DTX-TXN-TYPE          PIC X(1).
           05 DTX-TXN-MONTANT       PIC 9(7)V99.
           05 DTX-TXN-DATE          PIC 9(8).
           05 DTX-CREDIT            PIC X(1).
               88 DTX-AVEC-CREDIT   VALUE "Y".
           05 DTX-MOTIF             PIC X(30).

       FD  PARM-FILE.
       01  DISPUTE-PARM-RECORD.
           05 PRM-DELAI-REPONSE     PIC 9(3).

       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           05 ACC-ID                PIC X(6).
           05 ACC-NAME              PIC X(20).
           05 ACC-SOLDE             PIC S9(7)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05 ACC-LIMITE-DECOUVERT  PIC 9(7)V99.

       FD  JOURNAL-FILE.
       01  POSTING-JOURNAL-RECORD.
           05 JRN-RUN-ID            PIC X(14).
           05 JRN-ACC-ID            PIC X(6).
           05 JRN-TYPE              PIC X(1).
           05 JRN-MONTANT           PIC 9(7)V99.
           05 JRN-DATE              PIC 9(8).
           05 JRN-SOLDE-AVANT       PIC S9(7)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05 JRN-SOLDE-APRES       PIC S9(7)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.

       FD  TRANSACTION-FILE.
       01  ACCOUNT-TRANSACTION.
           05 TXN-ACC-ID            PIC X(6).
           05 TXN-TYPE              PIC X(1).
           05 TXN-MONTANT           PIC 9(7)V99.
           05 TXN-DATE              PIC 9(8).

       FD  LETTER-FILE.
       01  LETTER-LINE              PIC X(80).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "AccountDisputeBatch".

       01  WS-DISPUTE-PATH          PIC X(40)
                                 VALUE "Data/ACCOUNT-DISPUTES.txt".
       01  WS-CASE-TXN-PATH         PIC X(40)
                                 VALUE "Data/ACCOUNT-DISPUTE-TXN.txt".
       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/DISPUTE-PARM.txt".
       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/ACCOUNT-MASTER.txt".
       01  WS-JOURNAL-PATH          PIC X(40)
                             VALUE "Data/ACCOUNT-POSTING-JOURNAL.txt".
       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/ACCOUNT-TRANSACTION.txt".
       01  WS-LETTER-PATH           PIC X(40)
                             VALUE "Data/ACCOUNT-DISPUTE-LETTERS.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/ACCOUNT-DISPUTE-ERR.txt".
       01  WS-DISPUTE-STATUS        PIC XX.
       01  WS-CASE-TXN-STATUS       PIC XX.
       01  WS-PARM-STATUS           PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-JOURNAL-STATUS        PIC XX.
       01  WS-TXN-STATUS            PIC XX.
       01  WS-LETTER-STATUS         PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-DELAI-REPONSE         PIC 9(3) VALUE 15.

      * The register is held whole, one image per case, and
      * rewritten at end of run when anything changed.
       01  WS-CASE-CNT              PIC 9(4) VALUE ZERO.
       01  WS-C                     PIC 9(4).
       01  WS-CASE-INDEX            PIC 9(4) VALUE ZERO.
       01  WS-CASE-TABLE.
           05 WS-CASE-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON WS-CASE-CNT
                   INDEXED BY CX.
               10 WS-C-ENREG        PIC X(116).

       01  WS-ACCOUNT-CNT           PIC 9(5) VALUE ZERO.
       01  WS-I                     PIC 9(5).
       01  WS-ACCOUNT-INDEX         PIC 9(5) VALUE ZERO.
       01  WS-ACCOUNT-TABLE.
           05 WS-ACC-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-ACCOUNT-CNT
                   INDEXED BY AX.
               10 WS-A-ID           PIC X(6).
               10 WS-A-NAME         PIC X(20).

       01  WS-JOURNAL-TROUVE        PIC X VALUE "N".
           88 JOURNAL-TROUVE        VALUE "Y".
       01  WS-RUN-ID-POSTE          PIC X(14).

       01  WS-MOTIF                 PIC X(30).
       01  WS-NOUVEL-ID             PIC X(6).
       01  WS-NN-FAMILLE            PIC X(1) VALUE "D".
       01  WS-NN-RESULT             PIC X(1).

       01  WS-BD-FONCTION           PIC X(1).
       01  WS-BD-DATE-1             PIC 9(8).
       01  WS-BD-DATE-2             PIC 9(8).
       01  WS-BD-RESULT-DATE        PIC 9(8).
       01  WS-BD-RESULT-COUNT       PIC 9(4).
       01  WS-J                     PIC 9(3).

      * The movement the decision puts on the intake, and the
      * letter it prints.
       01  WS-MOUVEMENT-TYPE        PIC X(1).
       01  WS-MOUVEMENT-MONTANT     PIC 9(7)V99.
       01  WS-NOM-MEMBRE            PIC X(20).

       01  WS-TOTAL-CNT             PIC 9(5) VALUE ZERO.
       01  WS-OUVERT-CNT            PIC 9(5) VALUE ZERO.
       01  WS-INSTRUCTION-CNT       PIC 9(5) VALUE ZERO.
       01  WS-FONDE-CNT             PIC 9(5) VALUE ZERO.
       01  WS-REJETE-CNT            PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-CNT          PIC 9(5) VALUE ZERO.
       01  WS-CREDIT-CNT            PIC 9(5) VALUE ZERO.
       01  WS-REDEBIT-CNT           PIC 9(5) VALUE ZERO.
       01  WS-CREDIT-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01  WS-REDEBIT-TOTAL         PIC 9(9)V99 VALUE ZERO.

       01  WS-MONTANT-EDITE         PIC Z(6)9.99.
       01  WS-TOTAL-EDITE           PIC Z(8)9.99.
       01  WS-DATE-EDITEE           PIC X(10).
       01  WS-DATE-A-EDITER         PIC 9(8).
       01  WS-DATE-A-EDITER-GROUPE REDEFINES WS-DATE-A-EDITER.
           05 WS-DAE-YYYY           PIC 9(4).
           05 WS-DAE-MM             PIC 9(2).
           05 WS-DAE-DD             PIC 9(2).

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "AccountDisputeBatch".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).

       01  WS-RC-SAUVE              PIC S9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITEMENT-DEB
              THRU 2000-TRAITEMENT-FIN
              UNTIL END-OF-FILE.

           IF WS-OUVERT-CNT > ZERO OR WS-INSTRUCTION-CNT > ZERO
                   OR WS-FONDE-CNT > ZERO OR WS-REJETE-CNT > ZERO
               PERFORM 3000-SAUVEGARDER-REGISTRE-DEB
                  THRU 3000-SAUVEGARDER-REGISTRE-FIN
           END-IF.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-CHARGER-PARM-DEB
              THRU 1100-CHARGER-PARM-FIN.
           PERFORM 1200-CHARGER-REGISTRE-DEB
              THRU 1200-CHARGER-REGISTRE-FIN.
           PERFORM 1300-CHARGER-COMPTES-DEB
              THRU 1300-CHARGER-COMPTES-FIN.

           OPEN INPUT CASE-TXN-FILE.
           IF WS-CASE-TXN-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE CASE-TXN-FILE: "
                       WS-CASE-TXN-STATUS
               STOP RUN
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

           OPEN OUTPUT LETTER-FILE.
           IF WS-LETTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE LETTER-FILE: "
                       WS-LETTER-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SUSPENSE-FILE: "
                       WS-SUSPENSE-STATUS
               STOP RUN
           END-IF.

           MOVE "AccountDisputeBatch" TO RH-PROGRAM-ID.
           MOVE "LITIGE - REPONSE" TO RH-REPORT-TITLE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.

           PERFORM 2100-LIRE-TRANSACTION-DEB
              THRU 2100-LIRE-TRANSACTION-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

      * No parameter, or zero, leaves the 15 business-day default.
       1100-CHARGER-PARM-DEB.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PRM-DELAI-REPONSE IS NUMERIC
                               AND PRM-DELAI-REPONSE > ZERO
                           MOVE PRM-DELAI-REPONSE
                               TO WS-DELAI-REPONSE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
       1100-CHARGER-PARM-FIN.
           EXIT.

       1200-CHARGER-REGISTRE-DEB.
           OPEN INPUT DISPUTE-FILE.
           IF WS-DISPUTE-STATUS = "35"
               MOVE ZERO TO WS-CASE-CNT
           ELSE
               IF WS-DISPUTE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE DISPUTE-FILE: "
                           WS-DISPUTE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-DISPUTE-STATUS = "10"
                   READ DISPUTE-FILE
                       AT END
                           MOVE "10" TO WS-DISPUTE-STATUS
                       NOT AT END
                           IF WS-CASE-CNT < 2000
                               ADD 1 TO WS-CASE-CNT
                               SET CX TO WS-CASE-CNT
                               MOVE ACCOUNT-DISPUTE-RECORD
                                   TO WS-C-ENREG(CX)
                           ELSE
                               DISPLAY "REGISTRE DES LITIGES PLEIN"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
           END-IF.
       1200-CHARGER-REGISTRE-FIN.
           EXIT.

      * The master is only read, for the member name on the letter.
       1300-CHARGER-COMPTES-DEB.
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
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MASTER-FILE.
       1300-CHARGER-COMPTES-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-TOTAL-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           ADD 1 TO CT-INPUT-HASH-TOTAL.

           EVALUATE TRUE
               WHEN DTX-OUVERTURE
                   PERFORM 2300-OUVRIR-LITIGE-DEB
                      THRU 2300-OUVRIR-LITIGE-FIN
               WHEN DTX-INSTRUCTION
               WHEN DTX-FONDE
               WHEN DTX-REJETE
                   PERFORM 2400-FAIRE-AVANCER-DEB
                      THRU 2400-FAIRE-AVANCER-FIN
               WHEN OTHER
                   MOVE "ACTION INCONNUE" TO WS-MOTIF
                   PERFORM 2600-REJETER-TRANSACTION-DEB
                      THRU 2600-REJETER-TRANSACTION-FIN
           END-EVALUATE.

           PERFORM 2100-LIRE-TRANSACTION-DEB
              THRU 2100-LIRE-TRANSACTION-FIN.
       2000-TRAITEMENT-FIN.
           EXIT.

       2100-LIRE-TRANSACTION-DEB.
           READ CASE-TXN-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       2100-LIRE-TRANSACTION-FIN.
           EXIT.

       2200-CHERCHER-COMPTE-DEB.
           MOVE ZERO TO WS-ACCOUNT-INDEX.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ACCOUNT-CNT
               IF WS-A-ID(WS-I) = DTX-ACC-ID
                   MOVE WS-I TO WS-ACCOUNT-INDEX
               END-IF
           END-PERFORM.
       2200-CHERCHER-COMPTE-FIN.
           EXIT.

      * The disputed entry must be on the posting journal - the
      * statement only shows what the posting run applied.
       2250-CHERCHER-JOURNAL-DEB.
           MOVE "N" TO WS-JOURNAL-TROUVE.
           MOVE SPACES TO WS-RUN-ID-POSTE.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-STATUS = "10"
                   READ JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-JOURNAL-STATUS
                       NOT AT END
                           IF JRN-ACC-ID = DTX-ACC-ID
                                   AND JRN-TYPE = DTX-TXN-TYPE
                                   AND JRN-MONTANT = DTX-TXN-MONTANT
                                   AND JRN-DATE = DTX-TXN-DATE
                               MOVE "Y" TO WS-JOURNAL-TROUVE
                               MOVE JRN-RUN-ID TO WS-RUN-ID-POSTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
       2250-CHERCHER-JOURNAL-FIN.
           EXIT.

      * A case already on the register for the same entry, whatever
      * its outcome, stops a second one being opened.
       2260-CHERCHER-DOUBLON-DEB.
           MOVE ZERO TO WS-CASE-INDEX.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CASE-CNT
               MOVE WS-C-ENREG(WS-C) TO ACCOUNT-DISPUTE-RECORD
               IF DSP-ACC-ID = DTX-ACC-ID
                       AND DSP-TXN-TYPE = DTX-TXN-TYPE
                       AND DSP-TXN-MONTANT = DTX-TXN-MONTANT
                       AND DSP-TXN-DATE = DTX-TXN-DATE
                   MOVE WS-C TO WS-CASE-INDEX
               END-IF
           END-PERFORM.
       2260-CHERCHER-DOUBLON-FIN.
           EXIT.

       2300-OUVRIR-LITIGE-DEB.
           MOVE SPACES TO WS-MOTIF.
           PERFORM 2200-CHERCHER-COMPTE-DEB
              THRU 2200-CHERCHER-COMPTE-FIN.
           PERFORM 2260-CHERCHER-DOUBLON-DEB
              THRU 2260-CHERCHER-DOUBLON-FIN.

           EVALUATE TRUE
               WHEN WS-ACCOUNT-INDEX = ZERO
                   MOVE "COMPTE INCONNU" TO WS-MOTIF
               WHEN DTX-TXN-TYPE NOT = "D"
                   MOVE "SEUL UN DEBIT SE CONTESTE" TO WS-MOTIF
               WHEN DTX-TXN-MONTANT IS NOT NUMERIC
                       OR DTX-TXN-MONTANT = ZERO
                   MOVE "MONTANT INVALIDE" TO WS-MOTIF
               WHEN WS-CASE-INDEX > ZERO
                   MOVE "OPERATION DEJA CONTESTEE" TO WS-MOTIF
               WHEN WS-CASE-CNT >= 2000
                   DISPLAY "REGISTRE DES LITIGES PLEIN"
                   MOVE "REGISTRE PLEIN" TO WS-MOTIF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-MOTIF = SPACES
               PERFORM 2250-CHERCHER-JOURNAL-DEB
                  THRU 2250-CHERCHER-JOURNAL-FIN
               IF NOT JOURNAL-TROUVE
                   MOVE "OPERATION NON COMPTABILISEE" TO WS-MOTIF
               END-IF
           END-IF.

           IF WS-MOTIF = SPACES
               CALL "NextNumberIssuer" USING WS-NN-FAMILLE
                   WS-NOUVEL-ID WS-NN-RESULT
               IF WS-NN-RESULT NOT = "Y"
                   MOVE "NUMEROTATION INDISPONIBLE" TO WS-MOTIF
               END-IF
           END-IF.

           IF WS-MOTIF NOT = SPACES
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               PERFORM 2350-CREER-LITIGE-DEB
                  THRU 2350-CREER-LITIGE-FIN
           END-IF.
       2300-OUVRIR-LITIGE-FIN.
           EXIT.

       2350-CREER-LITIGE-DEB.
           MOVE SPACES TO ACCOUNT-DISPUTE-RECORD.
           MOVE WS-NOUVEL-ID TO DSP-ID.
           MOVE DTX-ACC-ID TO DSP-ACC-ID.
           MOVE DTX-TXN-TYPE TO DSP-TXN-TYPE.
           MOVE DTX-TXN-MONTANT TO DSP-TXN-MONTANT.
           MOVE DTX-TXN-DATE TO DSP-TXN-DATE.
           MOVE WS-RUN-ID-POSTE TO DSP-TXN-RUN-ID.
           MOVE WS-RUN-DATE TO DSP-DATE-OUVERTURE.
           PERFORM 2360-CALCULER-ECHEANCE-DEB
              THRU 2360-CALCULER-ECHEANCE-FIN.
           MOVE "O" TO DSP-STATUT.
           MOVE ZERO TO DSP-CREDIT-PROVISOIRE.
           MOVE ZERO TO DSP-DATE-CREDIT.
           MOVE ZERO TO DSP-DATE-DECISION.
           MOVE DTX-MOTIF TO DSP-MOTIF.

           IF DTX-AVEC-CREDIT
               MOVE DTX-TXN-MONTANT TO DSP-CREDIT-PROVISOIRE
               MOVE WS-RUN-DATE TO DSP-DATE-CREDIT
               MOVE "C" TO WS-MOUVEMENT-TYPE
               MOVE DTX-TXN-MONTANT TO WS-MOUVEMENT-MONTANT
               PERFORM 2800-ECRIRE-MOUVEMENT-DEB
                  THRU 2800-ECRIRE-MOUVEMENT-FIN
           END-IF.

           ADD 1 TO WS-CASE-CNT.
           SET CX TO WS-CASE-CNT.
           MOVE ACCOUNT-DISPUTE-RECORD TO WS-C-ENREG(CX).
           ADD 1 TO WS-OUVERT-CNT.

           MOVE DTX-TXN-MONTANT TO WS-MONTANT-EDITE.
           MOVE SPACES TO WS-AT-BEFORE.
           STRING DTX-ACC-ID " D " WS-MONTANT-EDITE " "
                  DTX-TXN-DATE " NON CONTESTE"
                  DELIMITED BY SIZE INTO WS-AT-BEFORE.
           MOVE SPACES TO WS-AT-AFTER.
           STRING DSP-ID " OUVERT ECHEANCE " DSP-ECHEANCE
                  " CREDIT PROV " DTX-CREDIT
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
           PERFORM 2700-CONSIGNER-DEB
              THRU 2700-CONSIGNER-FIN.
       2350-CREER-LITIGE-FIN.
           EXIT.

      * The deadline counts business days from the opening date.
       2360-CALCULER-ECHEANCE-DEB.
           MOVE "N" TO WS-BD-FONCTION.
           MOVE WS-RUN-DATE TO WS-BD-DATE-1.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-DELAI-REPONSE
               CALL "BusinessDayCalculator" USING WS-BD-FONCTION
                   WS-BD-DATE-1 WS-BD-DATE-2
                   WS-BD-RESULT-DATE WS-BD-RESULT-COUNT
               MOVE WS-BD-RESULT-DATE TO WS-BD-DATE-1
           END-PERFORM.
           MOVE WS-BD-DATE-1 TO DSP-ECHEANCE.
       2360-CALCULER-ECHEANCE-FIN.
           EXIT.

      * Investigation, upheld and rejected move an open case on.
      * A decided case is closed - a later line for it rejects.
       2400-FAIRE-AVANCER-DEB.
           MOVE SPACES TO WS-MOTIF.
           MOVE ZERO TO WS-CASE-INDEX.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CASE-CNT
               IF WS-C-ENREG(WS-C)(1:6) = DTX-DSP-ID
                   MOVE WS-C TO WS-CASE-INDEX
               END-IF
           END-PERFORM.

           IF WS-CASE-INDEX = ZERO
               MOVE "LITIGE INCONNU" TO WS-MOTIF
           ELSE
               MOVE WS-C-ENREG(WS-CASE-INDEX)
                   TO ACCOUNT-DISPUTE-RECORD
               EVALUATE TRUE
                   WHEN NOT DSP-EN-COURS
                       MOVE "LITIGE DEJA CLOS" TO WS-MOTIF
                   WHEN DTX-INSTRUCTION AND DSP-INSTRUCTION
                       MOVE "LITIGE DEJA EN INSTRUCTION"
                           TO WS-MOTIF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF WS-MOTIF NOT = SPACES
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               MOVE SPACES TO WS-AT-BEFORE
               STRING DSP-ID " " DSP-ACC-ID " STATUT " DSP-STATUT
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
               EVALUATE TRUE
                   WHEN DTX-INSTRUCTION
                       MOVE "I" TO DSP-STATUT
                       ADD 1 TO WS-INSTRUCTION-CNT
                   WHEN DTX-FONDE
                       PERFORM 2450-STATUER-FONDE-DEB
                          THRU 2450-STATUER-FONDE-FIN
                   WHEN OTHER
                       PERFORM 2460-STATUER-REJETE-DEB
                          THRU 2460-STATUER-REJETE-FIN
               END-EVALUATE
               IF DTX-MOTIF NOT = SPACES
                   MOVE DTX-MOTIF TO DSP-MOTIF
               END-IF
               MOVE ACCOUNT-DISPUTE-RECORD
                   TO WS-C-ENREG(WS-CASE-INDEX)
               MOVE SPACES TO WS-AT-AFTER
               STRING DSP-ID " " DSP-ACC-ID " STATUT " DSP-STATUT
                      " " DSP-MOTIF
                      DELIMITED BY SIZE INTO WS-AT-AFTER
               PERFORM 2700-CONSIGNER-DEB
                  THRU 2700-CONSIGNER-FIN
           END-IF.
       2400-FAIRE-AVANCER-FIN.
           EXIT.

      * Upheld: a provisional credit simply becomes final; a case
      * opened without one is refunded now.
       2450-STATUER-FONDE-DEB.
           MOVE "F" TO DSP-STATUT.
           MOVE WS-RUN-DATE TO DSP-DATE-DECISION.
           ADD 1 TO WS-FONDE-CNT.
           MOVE SPACE TO WS-MOUVEMENT-TYPE.
           IF DSP-CREDIT-PROVISOIRE = ZERO
               MOVE "C" TO WS-MOUVEMENT-TYPE
               MOVE DSP-TXN-MONTANT TO WS-MOUVEMENT-MONTANT
               MOVE DSP-TXN-MONTANT TO DSP-CREDIT-PROVISOIRE
               MOVE WS-RUN-DATE TO DSP-DATE-CREDIT
               PERFORM 2800-ECRIRE-MOUVEMENT-DEB
                  THRU 2800-ECRIRE-MOUVEMENT-FIN
           END-IF.
           PERFORM 4000-IMPRIMER-LETTRE-DEB
              THRU 4000-IMPRIMER-LETTRE-FIN.
       2450-STATUER-FONDE-FIN.
           EXIT.

      * Rejected: a provisional credit is taken back by a debit of
      * the same amount.
       2460-STATUER-REJETE-DEB.
           MOVE "R" TO DSP-STATUT.
           MOVE WS-RUN-DATE TO DSP-DATE-DECISION.
           ADD 1 TO WS-REJETE-CNT.
           IF DSP-CREDIT-PROVISOIRE > ZERO
               MOVE "D" TO WS-MOUVEMENT-TYPE
               MOVE DSP-CREDIT-PROVISOIRE TO WS-MOUVEMENT-MONTANT
               PERFORM 2800-ECRIRE-MOUVEMENT-DEB
                  THRU 2800-ECRIRE-MOUVEMENT-FIN
           END-IF.
           PERFORM 4000-IMPRIMER-LETTRE-DEB
              THRU 4000-IMPRIMER-LETTRE-FIN.
       2460-STATUER-REJETE-FIN.
           EXIT.

       2600-REJETER-TRANSACTION-DEB.
           MOVE SPACES TO SUSPENSE-LINE.
           STRING DTX-ACTION DTX-DSP-ID " " DTX-ACC-ID " "
                  DTX-TXN-MONTANT " " DTX-TXN-DATE " REJETE - "
                  WS-MOTIF
                  DELIMITED BY SIZE INTO SUSPENSE-LINE.
           WRITE SUSPENSE-LINE.
           ADD 1 TO WS-REJECTED-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       2600-REJETER-TRANSACTION-FIN.
           EXIT.

       2700-CONSIGNER-DEB.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       2700-CONSIGNER-FIN.
           EXIT.

       2800-ECRIRE-MOUVEMENT-DEB.
           MOVE SPACES TO ACCOUNT-TRANSACTION.
           MOVE DSP-ACC-ID TO TXN-ACC-ID.
           MOVE WS-MOUVEMENT-TYPE TO TXN-TYPE.
           MOVE WS-MOUVEMENT-MONTANT TO TXN-MONTANT.
           MOVE WS-RUN-DATE TO TXN-DATE.
           WRITE ACCOUNT-TRANSACTION.
           IF WS-MOUVEMENT-TYPE = "C"
               ADD 1 TO WS-CREDIT-CNT
               ADD WS-MOUVEMENT-MONTANT TO WS-CREDIT-TOTAL
           ELSE
               ADD 1 TO WS-REDEBIT-CNT
               ADD WS-MOUVEMENT-MONTANT TO WS-REDEBIT-TOTAL
           END-IF.
       2800-ECRIRE-MOUVEMENT-FIN.
           EXIT.

       3000-SAUVEGARDER-REGISTRE-DEB.
           OPEN OUTPUT DISPUTE-FILE.
           IF WS-DISPUTE-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE DISPUTE-FILE: "
                       WS-DISPUTE-STATUS
               STOP RUN
           END-IF.

           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CASE-CNT
               MOVE WS-C-ENREG(WS-C) TO ACCOUNT-DISPUTE-RECORD
               WRITE ACCOUNT-DISPUTE-RECORD
           END-PERFORM.

           CLOSE DISPUTE-FILE.
       3000-SAUVEGARDER-REGISTRE-FIN.
           EXIT.

      * One letter page per decided case, worded on the outcome
      * and on whether a provisional credit was issued.
       4000-IMPRIMER-LETTRE-DEB.
           MOVE SPACES TO WS-NOM-MEMBRE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ACCOUNT-CNT
               IF WS-A-ID(WS-I) = DSP-ACC-ID
                   MOVE WS-A-NAME(WS-I) TO WS-NOM-MEMBRE
               END-IF
           END-PERFORM.

           ADD 1 TO RH-PAGE-NUMBER.
           MOVE SPACES TO RH-HEADING-LINE-1.
           STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                  " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                  DELIMITED BY SIZE INTO RH-HEADING-LINE-1.
           MOVE SPACES TO LETTER-LINE.
           MOVE RH-HEADING-LINE-1 TO LETTER-LINE.
           WRITE LETTER-LINE.

           MOVE SPACES TO LETTER-LINE.
           STRING "DESTINATAIRE : " WS-NOM-MEMBRE
                  "   COMPTE " DSP-ACC-ID
                  DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "DOSSIER      : " DSP-ID
                  DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

           MOVE DSP-TXN-DATE TO WS-DATE-A-EDITER.
           PERFORM 4900-EDITER-DATE-DEB
              THRU 4900-EDITER-DATE-FIN.
           MOVE DSP-TXN-MONTANT TO WS-MONTANT-EDITE.
           MOVE SPACES TO LETTER-LINE.
           STRING "Madame, Monsieur, vous avez conteste le debit de"
                  DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING WS-MONTANT-EDITE " EUR passe sur votre compte le "
                  WS-DATE-EDITEE "."
                  DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.

           IF DSP-FONDE
               PERFORM 4100-TEXTE-FONDE-DEB
                  THRU 4100-TEXTE-FONDE-FIN
           ELSE
               PERFORM 4200-TEXTE-REJETE-DEB
                  THRU 4200-TEXTE-REJETE-FIN
           END-IF.

           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "Nous vous prions d'agreer, Madame, Monsieur, "
                  "nos salutations distinguees."
                  DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
       4000-IMPRIMER-LETTRE-FIN.
           EXIT.

       4100-TEXTE-FONDE-DEB.
           MOVE SPACES TO LETTER-LINE.
           STRING "Apres examen, votre contestation est reconnue "
                  "fondee."
                  DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE DSP-DATE-CREDIT TO WS-DATE-A-EDITER.
           PERFORM 4900-EDITER-DATE-DEB
              THRU 4900-EDITER-DATE-FIN.
           MOVE DSP-CREDIT-PROVISOIRE TO WS-MONTANT-EDITE.
           MOVE SPACES TO LETTER-LINE.
           IF WS-MOUVEMENT-TYPE NOT = "C"
               STRING "Le credit provisoire de " WS-MONTANT-EDITE
                      " EUR du " WS-DATE-EDITEE
                      " vous est definitivement acquis."
                      DELIMITED BY SIZE INTO LETTER-LINE
           ELSE
               STRING "Votre compte est credite de "
                      WS-MONTANT-EDITE " EUR en date du "
                      WS-DATE-EDITEE "."
                      DELIMITED BY SIZE INTO LETTER-LINE
           END-IF.
           WRITE LETTER-LINE.
       4100-TEXTE-FONDE-FIN.
           EXIT.

       4200-TEXTE-REJETE-DEB.
           MOVE SPACES TO LETTER-LINE.
           STRING "Apres examen, nous ne pouvons donner suite a "
                  "votre contestation."
                  DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           IF DSP-MOTIF NOT = SPACES
               MOVE SPACES TO LETTER-LINE
               STRING "Motif : " DSP-MOTIF
                      DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.
           IF DSP-CREDIT-PROVISOIRE > ZERO
               MOVE DSP-DATE-CREDIT TO WS-DATE-A-EDITER
               PERFORM 4900-EDITER-DATE-DEB
                  THRU 4900-EDITER-DATE-FIN
               MOVE DSP-CREDIT-PROVISOIRE TO WS-MONTANT-EDITE
               MOVE SPACES TO LETTER-LINE
               STRING "Le credit provisoire de " WS-MONTANT-EDITE
                      " EUR du " WS-DATE-EDITEE
                      DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
               MOVE DSP-DATE-DECISION TO WS-DATE-A-EDITER
               PERFORM 4900-EDITER-DATE-DEB
                  THRU 4900-EDITER-DATE-FIN
               MOVE SPACES TO LETTER-LINE
               STRING "est repris par un debit en date du "
                      WS-DATE-EDITEE "."
                      DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.
       4200-TEXTE-REJETE-FIN.
           EXIT.

       4900-EDITER-DATE-DEB.
           MOVE SPACES TO WS-DATE-EDITEE.
           STRING WS-DAE-DD "/" WS-DAE-MM "/" WS-DAE-YYYY
                  DELIMITED BY SIZE INTO WS-DATE-EDITEE.
       4900-EDITER-DATE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE CASE-TXN-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE LETTER-FILE.
           CLOSE SUSPENSE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "TRAITEMENT DES LITIGES TERMINE.".
           DISPLAY "TRANSACTIONS TRAITEES : " WS-TOTAL-CNT.
           DISPLAY "LITIGES OUVERTS       : " WS-OUVERT-CNT.
           DISPLAY "MIS EN INSTRUCTION    : " WS-INSTRUCTION-CNT.
           DISPLAY "LITIGES FONDES        : " WS-FONDE-CNT.
           DISPLAY "LITIGES REJETES       : " WS-REJETE-CNT.
           DISPLAY "TRANSACTIONS REFUSEES : " WS-REJECTED-CNT.
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDITE.
           DISPLAY "CREDITS EMIS          : " WS-CREDIT-CNT
                   " " WS-TOTAL-EDITE.
           MOVE WS-REDEBIT-TOTAL TO WS-TOTAL-EDITE.
           DISPLAY "CREDITS REPRIS        : " WS-REDEBIT-CNT
                   " " WS-TOTAL-EDITE.
           DISPLAY "------------------------------------------------".

      * The control-total call resets RETURN-CODE; keep this run's.
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
