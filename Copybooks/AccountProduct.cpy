      * Account product - one row per account, the product of the
      * catalogue (Data/ACCOUNT-PRODUCT-CATALOGUE.txt) whose rules
      * the account runs on, maintained by AccountMaintenanceBatch
      * (the product code of an opening, request type P after).
      * An account absent from the file is a current account
      * (COUR). PRD-DATE-EFFET is the day it took that product.
       01  ACCOUNT-PRODUCT-RECORD.
           05 PRD-ACC-ID            PIC X(6).
           05 PRD-PRODUIT           PIC X(4).
           05 PRD-DATE-EFFET        PIC 9(8).
