      * Cashier shift close Data/CASHIER-SHIFT-CLOSE.txt - one row
      * per shift a cashier ends on a till, keyed by cashier, till
      * and sale date, with the cash and the card slips counted in
      * the drawer. CashierShiftReconciliation fills the rest: the
      * takings the sold-ticket register expected from the shift,
      * the over (+) or short (-) of the count against them, the
      * day it reconciled the shift and its status - blank until
      * reconciled, R reconciled, S short beyond the tolerance and
      * waiting for a supervisor's sign-off, V signed off.
      * CSC-REF-VISA is the sign-off reference the shortage drew
      * from NextNumberIssuer (family M) the first time it went to
      * the supervisor - one per shift, the key of its approval.
       01  CASHIER-SHIFT-CLOSE-RECORD.
           05 CSC-CAISSIER          PIC X(8).
           05 CSC-CAISSE            PIC X(4).
           05 CSC-DATE              PIC 9(8).
           05 CSC-ESPECES           PIC 9(7)V99.
           05 CSC-CARTE             PIC 9(7)V99.
           05 CSC-STATUT            PIC X(1).
               88 CSC-A-RAPPROCHER  VALUE SPACE "N".
               88 CSC-RAPPROCHEE    VALUE "R".
               88 CSC-EN-ATTENTE    VALUE "S".
               88 CSC-VISEE         VALUE "V".
           05 CSC-ATTENDU           PIC 9(7)V99.
           05 CSC-ECART             PIC S9(7)V99.
           05 CSC-DATE-RAPPROCHE    PIC 9(8).
           05 CSC-REF-VISA          PIC X(6).
