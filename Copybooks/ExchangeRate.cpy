      * Daily exchange-rate table - one row per currency and rate
      * date, the reference rate as the central bank publishes it:
      * RAT-COURS units of RAT-DEVISE for one euro (1.085000 USD).
      * A day without a row takes the latest rate published before
      * it; ExchangeRateLookup is the one reader of the file.
       01  EXCHANGE-RATE-RECORD.
           05 RAT-DATE              PIC 9(8).
           05 RAT-DEVISE            PIC X(3).
           05 RAT-COURS             PIC 9(4)V9(6).
