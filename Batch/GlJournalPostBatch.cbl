      * count-and-hash fingerprint of the copy booked last time -
      * a nightly relaunch can no longer book the same movement
      * twice.
      * A fourth source is the subledger register the ticket, tuition
      * and benefits runs append to: ticket takings move out of the
      * house member account into ticket revenue - and the tickets
      * refunded for a ride locked out move back - tuition invoices
      * raise the tuition receivable against tuition income, tuition
      * payments received settle that receivable at the bank, and
      * the insurer's premium invoice books as employer benefit cost
      * owed to the supplier, a supplier invoice entered in payables
      * books on the charge account it names against the suppliers
      * account, a supplier payment settles that account at the
      * bank, a tuition refund cheque pays the receivable back out
      * of the bank and the void of one puts it back. The register
      * is cumulative and books
      * past a run-id mark like the posting journal; each entry
      * keeps the subledger's own source code and the period of
      * its date, which GlSubledgerReconciliation proves against.
      * The month-end revaluation of foreign-currency accounts adds
      * its exchange differences to the same register: a gain
      * lowers the members' account against exchange gains, a loss
      * raises it against exchange losses.
      * The fixed-asset runs add theirs: a month's depreciation
      * books as depreciation expense against the asset's
      * accumulated-depreciation account, and a disposal takes the
      * cost off the asset account and the accumulated depreciation
      * off its account against the net book value of assets
      * disposed of, and books the price received at the bank
      * against disposal proceeds.
      * The expense claims reimbursed with the bank file book on
      * the charge account of their category against the bank, one
      * line per department - its code in the reference.
      * The payroll run's labor cost spread over the departments
      * books each department's share on its expense account -
      * gross pay on staff costs, employer charges and benefits
      * premiums on social charges and benefits - with the
      * department in the reference, against the labor
      * distribution clearing account 649000. The pooled payroll
      * and premium entries stand as they are; the clearing
      * account nets the departmental charges back out, so the
      * ledger's totals do not move and the departmental lines
      * carry the cost each department bears.
      * A late fee charged on a tuition instalment raises the
      * tuition receivable against late-fee income 706300.
      * The snack bar and shop run books its day: the takings at
      * the bank against shop sales 707000, the cost of the goods
      * sold on 607000 against the shop stock 370000, the goods
      * received into that stock against invoices not yet received
      * 408000 - the supplier's invoice, entered in payables on
      * charge account 408000, clears it - and the count's
      * shortfall or surplus on stock variances 603700 against the
      * stock.
      * A posting journal row of an account kept in another
      * currency carries that currency's amount; it books at its
      * euro value, the amount divided by the rate of the row's
      * date from the daily rate table. Every such row past the
      * mark is priced before anything is written - one the table
      * cannot price stops the run with the severe code and books
      * nothing, the rate is loaded and the run relaunched.
      * A register row from a source the job has no mapping for is
      * listed and left unbooked with the warning code 4 - the rest
      * of the register still books and the chain carries on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-STATUS.

           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN DYNAMIC WS-GL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MARK-STATUS.

           SELECT CURRENCY-FILE ASSIGN DYNAMIC WS-CURRENCY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENCY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHART-FILE.
           05 ARG-MONTANT-EDITE     PIC X(10).
           05 FILLER                PIC X(33).

       FD  REGISTER-FILE.
           COPY "SubledgerRegister.cpy".

       FD  CURRENCY-FILE.
           COPY "AccountCurrency.cpy".

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           05 GLJ-RUN-ID            PIC X(14).
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-RC-SAUVE              PIC S9(4) VALUE ZERO.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "GlJournalPostBatch".
       01  WS-CT-CENTIMES           PIC 9(12).
                                 VALUE "Data/DEDUCTION-REGISTER.txt".
       01  WS-ACCRUAL-PATH          PIC X(40)
                                 VALUE "Data/ACCRUAL-REGISTER.txt".
       01  WS-REGISTER-PATH         PIC X(40)
                             VALUE "Data/SUBLEDGER-GL-REGISTER.txt".
       01  WS-GL-PATH               PIC X(40)
                                 VALUE "Data/GL-JOURNAL.txt".
       01  WS-CHART-STATUS          PIC XX.
       01  WS-POSTING-STATUS        PIC XX.
       01  WS-DEDUC-STATUS          PIC XX.
       01  WS-ACCRUAL-STATUS        PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-GL-STATUS             PIC XX.

       01  WS-RUN-ID                PIC X(14).
       01  WS-CPT-AGIOS-PRODUITS    PIC X(6) VALUE "708000".
       01  WS-CPT-CHARGES-PERSONNEL PIC X(6) VALUE "641000".
       01  WS-CPT-RETENUES          PIC X(6) VALUE "431000".
       01  WS-CPT-RECETTES-BILLETS  PIC X(6) VALUE "706000".
       01  WS-CPT-PRODUITS-SCOLAR   PIC X(6) VALUE "706100".
       01  WS-CPT-CLIENTS-SCOLAR    PIC X(6) VALUE "411100".
       01  WS-CPT-PENALITES-SCOLAR  PIC X(6) VALUE "706300".
       01  WS-CPT-CHARGES-AVANTAGES PIC X(6) VALUE "645000".
       01  WS-CPT-FOURNISSEURS      PIC X(6) VALUE "401000".
       01  WS-CPT-GAINS-CHANGE      PIC X(6) VALUE "766000".
       01  WS-CPT-PERTES-CHANGE     PIC X(6) VALUE "666000".
       01  WS-CPT-DOTATIONS-AMORT   PIC X(6) VALUE "681120".
       01  WS-CPT-VNC-CEDES         PIC X(6) VALUE "675000".
       01  WS-CPT-PRODUITS-CESSION  PIC X(6) VALUE "775000".
       01  WS-CPT-VENTILATION       PIC X(6) VALUE "649000".
       01  WS-CPT-STOCK-BOUTIQUE    PIC X(6) VALUE "370000".
       01  WS-CPT-FACT-NON-PARV     PIC X(6) VALUE "408000".
       01  WS-CPT-ECARTS-STOCK      PIC X(6) VALUE "603700".
       01  WS-CPT-COUT-VENTES-BOUT  PIC X(6) VALUE "607000".
       01  WS-CPT-VENTES-BOUTIQUE   PIC X(6) VALUE "707000".

       01  WS-COMPTE-TROUVE         PIC X.
           88 COMPTE-TROUVE         VALUE "Y".
       01  WS-POSTING-CNT           PIC 9(5) VALUE ZERO.
       01  WS-DEDUC-CNT             PIC 9(5) VALUE ZERO.
       01  WS-ACCRUAL-CNT           PIC 9(5) VALUE ZERO.
       01  WS-REGISTRE-CNT          PIC 9(5) VALUE ZERO.
       01  WS-REGISTRE-INCONNU-CNT  PIC 9(5) VALUE ZERO.
       01  WS-ECRITURE-CNT          PIC 9(5) VALUE ZERO.

       01  WS-MONTANT               PIC 9(9)V99.
       01  WS-MARQUE-RUN-ID         PIC X(14) VALUE SPACES.
       01  WS-RUN-ID-MAX            PIC X(14) VALUE SPACES.
       01  WS-SAUTES-CNT            PIC 9(5) VALUE ZERO.
       01  WS-MARQUE-REGISTRE       PIC X(14) VALUE SPACES.
       01  WS-REGISTRE-MAX          PIC X(14) VALUE SPACES.

       01  WS-MARQUE-PAIE-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-MARQUE-PAIE-HASH      PIC 9(13) VALUE ZERO.
               10 WS-ST-MONTANT     PIC 9(9)V99.
               10 WS-ST-REFERENCE   PIC X(24).

      * Accounts kept in another currency, and from which date.
       01  WS-CURRENCY-PATH         PIC X(40)
                                 VALUE "Data/ACCOUNT-CURRENCY.txt".
       01  WS-CURRENCY-STATUS       PIC XX.
       01  WS-DEVISE-CNT            PIC 9(4) VALUE ZERO.
       01  WS-D                     PIC 9(4).
       01  WS-DEVISE-LIGNE          PIC X(3).
       01  WS-SANS-COURS-CNT        PIC 9(5) VALUE ZERO.
       01  WS-CONVERTI-CNT          PIC 9(5) VALUE ZERO.

       01  WS-DEVISE-TABLE.
           05 WS-DEVISE-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON WS-DEVISE-CNT
                   INDEXED BY DVX.
               10 WS-D-ACC-ID       PIC X(6).
               10 WS-D-DEVISE       PIC X(3).
               10 WS-D-DATE-EFFET   PIC 9(8).

       01  WS-XR-DATE               PIC 9(8).
       01  WS-XR-COURS              PIC 9(4)V9(6).
       01  WS-XR-DATE-COURS         PIC 9(8).
       01  WS-XR-RESULT             PIC X(1).
           88 COURS-CONNU           VALUE "Y".

       01  WS-TOTAL-DEBIT           PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-CREDIT          PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-EDITE           PIC Z(10)9.99.
           PERFORM 4000-BOOKER-AGIOS-DEB
              THRU 4000-BOOKER-AGIOS-FIN.

           PERFORM 6000-BOOKER-REGISTRE-DEB
              THRU 6000-BOOKER-REGISTRE-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           PERFORM 1200-CHARGER-MARQUES-DEB
              THRU 1200-CHARGER-MARQUES-FIN.

           PERFORM 1300-CHARGER-DEVISES-DEB
              THRU 1300-CHARGER-DEVISES-FIN.

           PERFORM 1400-CONTROLER-COURS-DEB
              THRU 1400-CONTROLER-COURS-FIN.

           OPEN EXTEND GL-JOURNAL-FILE.
           IF WS-GL-STATUS = "05" OR WS-GL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL-FILE
                                       TO WS-MARQUE-AGIO-COUNT
                                   MOVE MRK-HASH
                                       TO WS-MARQUE-AGIO-HASH
                               WHEN "REGISTRE"
                                   MOVE MRK-RUN-ID
                                       TO WS-MARQUE-REGISTRE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
               CLOSE MARK-FILE
           END-IF.
           MOVE WS-MARQUE-RUN-ID TO WS-RUN-ID-MAX.
           MOVE WS-MARQUE-REGISTRE TO WS-REGISTRE-MAX.
       1200-CHARGER-MARQUES-FIN.
           EXIT.

      * An absent currency file simply means every account is kept
      * in euros.
       1300-CHARGER-DEVISES-DEB.
           OPEN INPUT CURRENCY-FILE.
           IF WS-CURRENCY-STATUS = "00"
               PERFORM UNTIL WS-CURRENCY-STATUS = "10"
                   READ CURRENCY-FILE
                       AT END
                           MOVE "10" TO WS-CURRENCY-STATUS
                       NOT AT END
                           IF WS-DEVISE-CNT < 2000
                               ADD 1 TO WS-DEVISE-CNT
                               SET DVX TO WS-DEVISE-CNT
                               MOVE CUR-ACC-ID TO WS-D-ACC-ID(DVX)
                               MOVE CUR-DEVISE TO WS-D-DEVISE(DVX)
                               MOVE CUR-DATE-EFFET
                                   TO WS-D-DATE-EFFET(DVX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURRENCY-FILE
           END-IF.
       1300-CHARGER-DEVISES-FIN.
           EXIT.

      * A first pass over the journal tail: every foreign row must
      * price before the first line is written, or the night would
      * leave half a run booked behind an unmoved mark.
       1400-CONTROLER-COURS-DEB.
           IF WS-DEVISE-CNT > ZERO
               OPEN INPUT POSTING-JOURNAL-FILE
               IF WS-POSTING-STATUS = "00"
                   PERFORM 1410-PRICER-LIGNE-DEB
                      THRU 1410-PRICER-LIGNE-FIN
                      UNTIL WS-POSTING-STATUS = "10"
                   CLOSE POSTING-JOURNAL-FILE
               END-IF
           END-IF.

           IF WS-SANS-COURS-CNT > ZERO
               DISPLAY "LIGNES EN DEVISE SANS COURS: "
                       WS-SANS-COURS-CNT " - RUN ABANDONNE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1400-CONTROLER-COURS-FIN.
           EXIT.

       1410-PRICER-LIGNE-DEB.
           READ POSTING-JOURNAL-FILE
               AT END
                   MOVE "10" TO WS-POSTING-STATUS
               NOT AT END
                   IF JRN-RUN-ID > WS-MARQUE-RUN-ID
                       PERFORM 2020-CHERCHER-COURS-DEB
                          THRU 2020-CHERCHER-COURS-FIN
                       IF NOT COURS-CONNU
                           DISPLAY "COURS ABSENT: " JRN-ACC-ID " "
                                   WS-DEVISE-LIGNE " " JRN-DATE
                           ADD 1 TO WS-SANS-COURS-CNT
                       END-IF
                   END-IF
           END-READ.
       1410-PRICER-LIGNE-FIN.
           EXIT.

      * Member-account movement: a credit to a member account is
      * money in at the bank against the members' deposit account;
      * a debit is the reverse.
                   END-IF
                   ADD 1 TO WS-POSTING-CNT
                   ADD 1 TO CT-INPUT-RECORD-COUNT
                   PERFORM 2020-CHERCHER-COURS-DEB
                      THRU 2020-CHERCHER-COURS-FIN
                   IF WS-DEVISE-LIGNE = "EUR"
                       MOVE JRN-MONTANT TO WS-MONTANT
                   ELSE
                       COMPUTE WS-MONTANT ROUNDED =
                               JRN-MONTANT / WS-XR-COURS
                       ADD 1 TO WS-CONVERTI-CNT
                   END-IF
                   COMPUTE WS-CT-CENTIMES = WS-MONTANT * 100
                   ADD WS-CT-CENTIMES TO CT-INPUT-HASH-TOTAL
                   MOVE JRN-PERIODE TO WS-PERIODE
       2010-LIRE-POSTING-FIN.
           EXIT.

      * The row's currency is the account's from its effective date
      * on; before it, and for every other account, the euro.
       2020-CHERCHER-COURS-DEB.
           MOVE "EUR" TO WS-DEVISE-LIGNE.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEVISE-CNT
               IF WS-D-ACC-ID(WS-D) = JRN-ACC-ID
                       AND JRN-DATE >= WS-D-DATE-EFFET(WS-D)
                   MOVE WS-D-DEVISE(WS-D) TO WS-DEVISE-LIGNE
               END-IF
           END-PERFORM.
           MOVE JRN-DATE TO WS-XR-DATE.
           CALL "ExchangeRateLookup" USING WS-DEVISE-LIGNE
               WS-XR-DATE WS-XR-COURS WS-XR-DATE-COURS WS-XR-RESULT.
       2020-CHERCHER-COURS-FIN.
           EXIT.

      * Each deduction code's cumulative total books as personnel
      * cost against the deductions-payable account. Header and
      * TOTAL lines of the printed register are passed over; the
       5100-CONTROLER-COMPTE-FIN.
           EXIT.

      * Subledger register: one entry per line past the mark, the
      * accounts chosen by the subledger that wrote it.
       6000-BOOKER-REGISTRE-DEB.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "35"
               DISPLAY "REGISTRE AUXILIAIRE ABSENT - SOURCE SAUTEE"
               MOVE "10" TO WS-REGISTER-STATUS
           ELSE
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE REGISTER-FILE: "
                           WS-REGISTER-STATUS
                   STOP RUN
               END-IF
               PERFORM 6010-LIRE-REGISTRE-DEB
                  THRU 6010-LIRE-REGISTRE-FIN
                  UNTIL WS-REGISTER-STATUS = "10"
               CLOSE REGISTER-FILE
           END-IF.
       6000-BOOKER-REGISTRE-FIN.
           EXIT.

       6010-LIRE-REGISTRE-DEB.
           READ REGISTER-FILE
               AT END
                   MOVE "10" TO WS-REGISTER-STATUS
               NOT AT END
                   IF SLR-RUN-ID <= WS-MARQUE-REGISTRE
                       ADD 1 TO WS-SAUTES-CNT
                   ELSE
                       PERFORM 6020-BOOKER-LIGNE-REGISTRE-DEB
                          THRU 6020-BOOKER-LIGNE-REGISTRE-FIN
                   END-IF
           END-READ.
       6010-LIRE-REGISTRE-FIN.
           EXIT.

      * An unknown source code, or a supplier invoice, asset,
      * expense claim or labor distribution line without its
      * account, is left unbooked and counted rather than guessed
      * at; the return code flags it for the morning.
       6020-BOOKER-LIGNE-REGISTRE-DEB.
           IF SLR-RUN-ID > WS-REGISTRE-MAX
               MOVE SLR-RUN-ID TO WS-REGISTRE-MAX
           END-IF.
           MOVE SPACES TO WS-COMPTE-DEBIT.
           MOVE SPACES TO WS-COMPTE-CREDIT.
           EVALUATE TRUE
               WHEN SLR-BILLETS
                   MOVE WS-CPT-MEMBRES TO WS-COMPTE-DEBIT
                   MOVE WS-CPT-RECETTES-BILLETS TO WS-COMPTE-CREDIT
               WHEN SLR-BILLREMB
                   MOVE WS-CPT-RECETTES-BILLETS TO WS-COMPTE-DEBIT
                   MOVE WS-CPT-MEMBRES TO WS-COMPTE-CREDIT
               WHEN SLR-SCOLFACT
                   MOVE WS-CPT-CLIENTS-SCOLAR TO WS-COMPTE-DEBIT
                   MOVE WS-CPT-PRODUITS-SCOLAR TO WS-COMPTE-CREDIT
               WHEN SLR-SCOLENC
                   MOVE WS-CPT-TRESORERIE TO WS-COMPTE-DEBIT
                   MOVE WS-CPT-CLIENTS-SCOLAR TO WS-COMPTE-CREDIT
               WHEN SLR-PRIMES
                   MOVE WS-CPT-CHARGES-AVANTAGES TO WS-COMPTE-DEBIT
                   MOVE WS-CPT-FOURNISSEURS TO WS-COMPTE-CREDIT
               WHEN SLR-APFACT AND SLR-COMPTE NOT = SPACES
                   MOVE SLR-COMPTE TO WS-COMPTE-DEBIT
                   MOVE WS-CPT-FOURNISSEURS TO WS-COMPTE-CREDIT
               WHEN SLR-APREGL
                   MOVE WS-CPT-FOURNISSEURS TO WS-COMPTE-DEBIT
                   MOVE WS-CPT-TRESORERIE TO WS-COMPTE-CREDIT
               WHEN SLR-SCOLREMB
                   MOVE WS-CPT-CLIENTS-SCOLAR TO WS-COMPTE-DEBIT
                   MOVE WS-CPT-TRESORERIE TO WS-COMPTE-CREDIT
               WHEN SLR-SCOLRANN
                   MOVE WS-CPT-TRESORERIE TO WS-COMPTE-DEBIT
                   MOVE WS-CPT-CLIENTS-SCOLAR TO WS-COMPTE-CREDIT
               WHEN SLR-SCOLPEN
                   MOVE WS-CPT-CLIENTS-SCOLAR TO WS-COMPTE-DEBIT
                   MOVE WS-CPT-PENALITES-SCOLAR TO WS-COMPTE-CREDIT
               WHEN SLR-CHGGAIN
                   MOVE WS-CPT-MEMBRES TO WS-COMPTE-DEBIT
                   MOVE WS-CPT-GAINS-CHANGE TO WS-COMPTE-CREDIT
               WHEN SLR-CHGPERTE
                   MOVE WS-CPT-PERTES-CHANGE TO WS-COMPTE-DEBIT
                   MOVE WS-CPT-MEMBRES TO WS-COMPTE-CREDIT
               WHEN SLR-DOTAMORT AND SLR-COMPTE NOT = SPACES
                   MOVE WS-CPT-DOTATIONS-AMORT TO WS-COMPTE-DEBIT
                   MOVE SLR-COMPTE TO WS-COMPTE-CREDIT
               WHEN SLR-CESSIMMO AND SLR-COMPTE NOT = SPACES
                   MOVE WS-CPT-VNC-CEDES TO WS-COMPTE-DEBIT
                   MOVE SLR-COMPTE TO WS-COMPTE-CREDIT
               WHEN SLR-CESSAMOR AND SLR-COMPTE NOT = SPACES
                   MOVE SLR-COMPTE TO WS-COMPTE-DEBIT
                   MOVE WS-CPT-VNC-CEDES TO WS-COMPTE-CREDIT
               WHEN SLR-CESSPRIX
                   MOVE WS-CPT-TRESORERIE TO WS-COMPTE-DEBIT
                   MOVE WS-CPT-PRODUITS-CESSION TO WS-COMPTE-CREDIT
               WHEN SLR-NOTEFRAI AND SLR-COMPTE NOT = SPACES
                   MOVE SLR-COMPTE TO WS-COMPTE-DEBIT
                   MOVE WS-CPT-TRESORERIE TO WS-COMPTE-CREDIT
               WHEN SLR-VENTPAIE AND SLR-COMPTE NOT = SPACES
                   MOVE SLR-COMPTE TO WS-COMPTE-DEBIT
                   MOVE WS-CPT-VENTILATION TO WS-COMPTE-CREDIT
               WHEN SLR-BOUTVENT
                   MOVE WS-CPT-TRESORERIE TO WS-COMPTE-DEBIT
                   MOVE WS-CPT-VENTES-BOUTIQUE TO WS-COMPTE-CREDIT
               WHEN SLR-BOUTCMV
                   MOVE WS-CPT-COUT-VENTES-BOUT TO WS-COMPTE-DEBIT
                   MOVE WS-CPT-STOCK-BOUTIQUE TO WS-COMPTE-CREDIT
               WHEN SLR-BOUTRECP
                   MOVE WS-CPT-STOCK-BOUTIQUE TO WS-COMPTE-DEBIT
                   MOVE WS-CPT-FACT-NON-PARV TO WS-COMPTE-CREDIT
               WHEN SLR-BOUTMANQ
                   MOVE WS-CPT-ECARTS-STOCK TO WS-COMPTE-DEBIT
                   MOVE WS-CPT-STOCK-BOUTIQUE TO WS-COMPTE-CREDIT
               WHEN SLR-BOUTSURP
                   MOVE WS-CPT-STOCK-BOUTIQUE TO WS-COMPTE-DEBIT
                   MOVE WS-CPT-ECARTS-STOCK TO WS-COMPTE-CREDIT
               WHEN OTHER
                   ADD 1 TO WS-REGISTRE-INCONNU-CNT
                   DISPLAY "LIGNE DE REGISTRE NON IMPUTABLE: "
                           SLR-SOURCE " " SLR-REFERENCE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

           IF WS-COMPTE-DEBIT NOT = SPACES
               ADD 1 TO WS-REGISTRE-CNT
               ADD 1 TO CT-INPUT-RECORD-COUNT
               MOVE SLR-MONTANT TO WS-MONTANT
               COMPUTE WS-CT-CENTIMES = WS-MONTANT * 100
               ADD WS-CT-CENTIMES TO CT-INPUT-HASH-TOTAL
               MOVE SLR-PERIODE TO WS-PERIODE
               MOVE SLR-SOURCE TO WS-SOURCE
               MOVE SLR-REFERENCE TO WS-REFERENCE
               PERFORM 5000-ECRIRE-ECRITURE-DEB
                  THRU 5000-ECRIRE-ECRITURE-FIN
           END-IF.
       6020-BOOKER-LIGNE-REGISTRE-FIN.
           EXIT.

       8000-SAUVEGARDER-MARQUES-DEB.
           OPEN OUTPUT MARK-FILE.
           IF WS-MARK-STATUS NOT = "00"
           MOVE WS-MARQUE-AGIO-HASH TO MRK-HASH.
           WRITE GL-BOOKED-MARK-RECORD.

           MOVE SPACES TO GL-BOOKED-MARK-RECORD.
           MOVE "REGISTRE" TO MRK-SOURCE.
           MOVE WS-REGISTRE-MAX TO MRK-RUN-ID.
           MOVE ZERO TO MRK-COUNT.
           MOVE ZERO TO MRK-HASH.
           WRITE GL-BOOKED-MARK-RECORD.

           CLOSE MARK-FILE.
       8000-SAUVEGARDER-MARQUES-FIN.
           EXIT.
           DISPLAY "PASSAGE AU GRAND LIVRE TERMINE.".
           DISPLAY "LIGNES POSTING LUES   : " WS-POSTING-CNT.
           DISPLAY "LIGNES DEJA PASSEES   : " WS-SAUTES-CNT.
           DISPLAY "DONT CONVERTIES EN EUR: " WS-CONVERTI-CNT.
           DISPLAY "LIGNES RETENUES LUES  : " WS-DEDUC-CNT.
           DISPLAY "LIGNES AGIOS LUES     : " WS-ACCRUAL-CNT.
           DISPLAY "LIGNES REGISTRE LUES  : " WS-REGISTRE-CNT.
           DISPLAY "LIGNES NON IMPUTABLES : " WS-REGISTRE-INCONNU-CNT.
           DISPLAY "ECRITURES GENEREES    : " WS-ECRITURE-CNT.
           MOVE WS-TOTAL-DEBIT TO WS-TOTAL-EDITE.
           DISPLAY "TOTAL DEBITS          : " WS-TOTAL-EDITE.
           END-IF.
           DISPLAY "------------------------------------------------".

      * The control-total call resets RETURN-CODE; keep this run's.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9000-TERMINAISON-FIN.
           EXIT.
