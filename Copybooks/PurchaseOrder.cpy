      * Purchase requisition and order file Data/PURCHASE-ORDERS.txt -
      * one row per requisition PurchaseOrderBatch accepted, keyed by
      * the Q family number NextNumberIssuer hands out, and carrying
      * the O family purchase order number once the requisition is
      * converted. POR-MONTANT is the quantity at the unit price,
      * fixed at entry; POR-QTE-RECUE and POR-MONTANT-RECU add up
      * the receipts, and what is ordered but not yet received is
      * the commitment DeptBudgetVarianceReport holds against the
      * department's budget.
      * POR-STATUT: D requisition waiting on approval, R rejected,
      * C ordered and nothing received yet, P partly received, S
      * received in full - the commitment is released. POR-EDI is
      * Y when the vendor is an EDI trading partner and the order
      * went out through the partner's export layout.
       01  PURCHASE-ORDER-RECORD.
           05 POR-REQ-ID            PIC X(6).
           05 POR-PO-ID             PIC X(6).
           05 POR-DEPT              PIC X(4).
           05 POR-DEMANDEUR         PIC X(6).
           05 POR-VENDOR-ID         PIC X(6).
           05 POR-ARTICLE           PIC X(20).
           05 POR-QUANTITE          PIC 9(5).
           05 POR-PRIX              PIC 9(5)V99.
           05 POR-MONTANT           PIC 9(7)V99.
           05 POR-QTE-RECUE         PIC 9(5).
           05 POR-MONTANT-RECU      PIC 9(7)V99.
           05 POR-DATE-DEMANDE      PIC 9(8).
           05 POR-DATE-COMMANDE     PIC 9(8).
           05 POR-STATUT            PIC X(1).
               88 POR-A-APPROUVER   VALUE "D".
               88 POR-REJETEE       VALUE "R".
               88 POR-COMMANDEE     VALUE "C".
               88 POR-RECUE-PARTIEL VALUE "P".
               88 POR-SOLDEE        VALUE "S".
           05 POR-DATE-STATUT       PIC 9(8).
           05 POR-EDI               PIC X(1).
