      * Member loyalty points ledger Data/LOYALTY-LEDGER.txt - one
      * movement per line, appended and never rewritten. Points are
      * always positive; the type says which way they go:
      *   V visit (MemberCheckIn, once a day per card)
      *   A ticket bought, per euro paid (TicketSalesBatch)
      *   C points given back for a redeemed ticket refunded
      *     (RideClosureImpact)
      *   R ticket redeemed at the sales point (TicketSalesBatch)
      *   E expired, dated the last day of the month they lapse
      *     (LoyaltyStatementBatch)
      *   X points of a paid ticket taken back when the ticket is
      *     refunded (RideClosureImpact)
      * Points are spent and expire oldest first, so the balance of
      * a member is the credits less the debits, and what lapses is
      * whatever the old credits still exceed the debits by.
       01  LOYALTY-LEDGER-RECORD.
           05 LYL-MBR-ID            PIC X(6).
           05 LYL-DATE              PIC 9(8).
           05 LYL-TYPE              PIC X(1).
               88 LYL-VISITE        VALUE "V".
               88 LYL-ACHAT         VALUE "A".
               88 LYL-RESTITUTION   VALUE "C".
               88 LYL-RACHAT        VALUE "R".
               88 LYL-EXPIRATION    VALUE "E".
               88 LYL-ANNULATION    VALUE "X".
               88 LYL-CREDIT        VALUE "V" "A" "C".
           05 LYL-POINTS            PIC 9(7).
           05 LYL-REFERENCE         PIC X(20).
