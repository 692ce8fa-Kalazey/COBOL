      * Accounts-payable vendor master - one row per supplier the
      * club pays: the benefits insurer, the garnishment
      * beneficiaries of GARNISHMENT-MASTER (TRESOR PUBLIC and the
      * like), the EDI trading partners and ordinary suppliers.
      * VendorMaintenance keeps it; the IBAN has passed IbanCheck
      * before it is stored. VND-DELAI is the payment term in days
      * ApInvoiceEntry adds to the invoice date when no due date is
      * keyed, VND-COMPTE-CHARGE the GL account an invoice is
      * charged to when none is keyed. VND-TYPE says which kind of
      * payee it is; VND-REF-EXTERNE carries the matching key in
      * the other file (the garnishment payee name, the EDI
      * partner id). VND-STATUT is A for a payable vendor, B for a
      * vendor whose payments are blocked, I once it is retired -
      * a retired row stays so its invoices keep their name.
       01  VENDOR-MASTER-RECORD.
           05 VND-ID                PIC X(6).
           05 VND-NOM               PIC X(30).
           05 VND-IBAN              PIC X(34).
           05 VND-BIC               PIC X(11).
           05 VND-DELAI             PIC 9(3).
           05 VND-COMPTE-CHARGE     PIC X(6).
           05 VND-TYPE              PIC X(1).
               88 VND-FOURNISSEUR   VALUE "F".
               88 VND-ASSUREUR      VALUE "A".
               88 VND-SAISIE        VALUE "S".
               88 VND-EDI           VALUE "E".
           05 VND-REF-EXTERNE       PIC X(20).
           05 VND-STATUT            PIC X(1).
               88 VND-ACTIF         VALUE "A".
               88 VND-BLOQUE        VALUE "B".
               88 VND-INACTIF       VALUE "I".
