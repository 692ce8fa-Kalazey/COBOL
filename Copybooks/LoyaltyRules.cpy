      * Loyalty rules Data/LOYALTY-RULES.txt, one line: points per
      * member visit, points per whole euro paid for a ticket, the
      * months points stay valid after the month they were earned,
      * the points a ticket costs at the sales point, and the value
      * of one point in euros the accountant carries as liability.
      * A zero turns that part of the scheme off.
       01  LOYALTY-RULES-RECORD.
           05 LYR-POINTS-VISITE     PIC 9(3).
           05 LYR-POINTS-EURO       PIC 9(3).
           05 LYR-VALIDITE-MOIS     PIC 9(2).
           05 LYR-POINTS-BILLET     PIC 9(5).
           05 LYR-VALEUR-POINT      PIC 9V9(4).
