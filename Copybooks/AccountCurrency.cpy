      * Account currency - one row per account kept in a currency
      * other than the euro, maintained by AccountMaintenanceBatch
      * (request type D). An account absent from the file is a
      * euro account. CUR-DEVISE is the ISO code the balance, the
      * overdraft limit and every movement of the account are held
      * in; CUR-DATE-EFFET the day it took that currency - posting
      * journal rows dated before it are euro rows, rows dated on
      * or after it are in CUR-DEVISE and book to the ledger at the
      * rate of their date.
       01  ACCOUNT-CURRENCY-RECORD.
           05 CUR-ACC-ID            PIC X(6).
           05 CUR-DEVISE            PIC X(3).
           05 CUR-DATE-EFFET        PIC 9(8).
