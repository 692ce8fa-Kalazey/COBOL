      * Accounts-payable invoice register - one row per supplier
      * invoice ApInvoiceEntry accepts. API-NUM-FACTURE is the
      * supplier's own invoice number, unique per vendor.
      * API-STATUT is O while the invoice is open and P once
      * ApPaymentRun has paid it, API-LOT-PAIEMENT then holding
      * that run's id and API-DATE-PAIEMENT its value date. An
      * insurer invoice (API-GL-PASSE N) was already charged to the
      * ledger by BenefitsPremiumBilling and only its payment books.
       01  AP-INVOICE-RECORD.
           05 API-VND-ID            PIC X(6).
           05 API-NUM-FACTURE       PIC X(12).
           05 API-DATE-FACTURE      PIC 9(8).
           05 API-ECHEANCE          PIC 9(8).
           05 API-MONTANT           PIC 9(7)V99.
           05 API-COMPTE-CHARGE     PIC X(6).
           05 API-GL-PASSE          PIC X(1).
           05 API-STATUT            PIC X(1).
               88 API-OUVERTE       VALUE "O".
               88 API-PAYEE         VALUE "P".
           05 API-DATE-PAIEMENT     PIC 9(8).
           05 API-LOT-PAIEMENT      PIC X(14).
