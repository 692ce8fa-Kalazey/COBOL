      * Cafeteria account movement history Data/MEAL-MOVEMENT.txt -
      * appended by MealAccountBatch, one row per top-up credited
      * (type C) or meal debited (type D), in the order applied.
      * MMV-TARIF says whether the normal (N) or the reduced (R)
      * price of the meal was charged, blank for a top-up; MMV-SOLDE
      * is the account balance after the movement, which gives
      * MealStatementReport its opening and closing balances.
       01  MEAL-MOVEMENT-RECORD.
           05 MMV-STUDENT-ID        PIC X(6).
           05 MMV-DATE              PIC 9(8).
           05 MMV-TYPE              PIC X(1).
               88 MMV-RECHARGE      VALUE "C".
               88 MMV-REPAS         VALUE "D".
           05 MMV-CODE-REPAS        PIC X(2).
           05 MMV-TARIF             PIC X(1).
               88 MMV-TARIF-NORMAL  VALUE "N".
               88 MMV-TARIF-REDUIT  VALUE "R".
           05 MMV-MONTANT           PIC 9(5)V99.
           05 MMV-SOLDE             PIC 9(5)V99.
