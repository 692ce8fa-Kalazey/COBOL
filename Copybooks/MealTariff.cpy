      * Cafeteria tariff Data/MEAL-TARIFF.txt - one row per meal
      * code swiped at the counter, with its normal price and the
      * reduced price charged to a student holding a scholarship
      * award for the current term.
       01  MEAL-TARIFF-RECORD.
           05 MTF-CODE              PIC X(2).
           05 MTF-LIBELLE           PIC X(20).
           05 MTF-PRIX-NORMAL       PIC 9(3)V99.
           05 MTF-PRIX-REDUIT       PIC 9(3)V99.
