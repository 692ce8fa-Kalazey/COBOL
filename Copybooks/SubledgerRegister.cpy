      * Shared subledger-to-GL register: one line appended by each
      * subledger run for the money it creates - TicketSalesBatch
      * the day's takings (BILLETS), TuitionInvoiceBatch each
      * invoice (SCOLFACT), TuitionPaymentApply each payment
      * received (SCOLENC), BenefitsPremiumBilling the insurer's
      * invoice total (PRIMES), ApInvoiceEntry each supplier invoice
      * (APFACT), ApPaymentRun each supplier paid (APREGL) and
      * ChequeIssueBatch each tuition refund cheque (SCOLREMB) and
      * the void of one (SCOLRANN), AccountFxRevaluation the
      * month-end exchange gain (CHGGAIN) or loss (CHGPERTE) of
      * each foreign-currency account, FixedAssetDepreciation the
      * month's depreciation of each asset (DOTAMORT) and
      * FixedAssetMaintenance the disposal of one - its cost
      * (CESSIMMO), its accumulated depreciation (CESSAMOR) and the
      * price received (CESSPRIX), and DirectDepositExtract the
      * expense claims it reimbursed, per department and charge
      * account (NOTEFRAI), and LaborDistributionBatch each
      * department's share of the payroll run's labor cost, per
      * figure (VENTPAIE), and TuitionLateFeeBatch each late fee
      * charged on a tuition instalment (SCOLPEN), and
      * RideClosureImpact the tickets it refunded for a ride
      * locked out (BILLREMB), and ShopSalesBatch the snack bar
      * and shop's day - takings (BOUTVENT), cost of goods sold
      * (BOUTCMV), goods received (BOUTRECP) and the count's
      * shortfall (BOUTMANQ) or surplus (BOUTSURP).
      * SLR-RUN-ID is the writing run's date and time, so
      * GlJournalPostBatch books only the lines past its booked
      * mark; SLR-DATE places the line in its period, the same
      * period GlSubledgerReconciliation compares against the
      * control account. SLR-COMPTE names the GL account a source
      * does not fix by itself - the charge account of a supplier
      * invoice, the accumulated-depreciation account of a
      * depreciation charge or of a disposal's CESSAMOR line, the
      * asset account of a CESSIMMO line, the charge account of
      * the expense claims, the expense account of a department's
      * share of labor cost - and is blank for the others.
       01  SUBLEDGER-REGISTER-RECORD.
           05 SLR-RUN-ID            PIC X(14).
           05 SLR-SOURCE            PIC X(8).
               88 SLR-BILLETS       VALUE "BILLETS".
               88 SLR-SCOLFACT      VALUE "SCOLFACT".
               88 SLR-SCOLENC       VALUE "SCOLENC".
               88 SLR-PRIMES        VALUE "PRIMES".
               88 SLR-APFACT        VALUE "APFACT".
               88 SLR-APREGL        VALUE "APREGL".
               88 SLR-SCOLREMB      VALUE "SCOLREMB".
               88 SLR-SCOLRANN      VALUE "SCOLRANN".
               88 SLR-CHGGAIN       VALUE "CHGGAIN".
               88 SLR-CHGPERTE      VALUE "CHGPERTE".
               88 SLR-DOTAMORT      VALUE "DOTAMORT".
               88 SLR-CESSIMMO      VALUE "CESSIMMO".
               88 SLR-CESSAMOR      VALUE "CESSAMOR".
               88 SLR-CESSPRIX      VALUE "CESSPRIX".
               88 SLR-NOTEFRAI      VALUE "NOTEFRAI".
               88 SLR-VENTPAIE      VALUE "VENTPAIE".
               88 SLR-SCOLPEN       VALUE "SCOLPEN".
               88 SLR-BILLREMB      VALUE "BILLREMB".
               88 SLR-BOUTVENT      VALUE "BOUTVENT".
               88 SLR-BOUTCMV       VALUE "BOUTCMV".
               88 SLR-BOUTRECP      VALUE "BOUTRECP".
               88 SLR-BOUTMANQ      VALUE "BOUTMANQ".
               88 SLR-BOUTSURP      VALUE "BOUTSURP".
           05 SLR-DATE              PIC 9(8).
           05 SLR-DATE-GROUPE REDEFINES SLR-DATE.
               10 SLR-PERIODE       PIC 9(6).
               10 FILLER            PIC 9(2).
           05 SLR-MONTANT           PIC 9(9)V99.
           05 SLR-REFERENCE         PIC X(24).
           05 SLR-COMPTE            PIC X(6).
