      * Sold-ticket register Data/TICKET-REGISTER.txt - one row per
      * ticket TicketSalesBatch sells, for the session the visitor
      * booked: the ride date and session number, 000 when the
      * ticket is for any session of the day (boarded in arrival
      * order). A ticket sold (V) stays so unless its session is
      * locked out: RideClosureImpact then re-books it (P) onto
      * another session - the date and session become the new ones
      * and the booked ones are kept as TRG-DATE-ORIGINE and
      * TRG-SESSION-ORIGINE - or refunds it (R) at the price paid.
      * The cashier and till that took the money and the way it was
      * paid (E cash, C card, P redeemed with loyalty points at no
      * price) are those of the sale; blank on sales taken before
      * tills were identified. The member card shown at the sale,
      * if any, is kept for the loyalty points it earned or spent.
      * RideReservationBatch records the deposit on a reservation
      * as a sale (A) under the booking number, for the session
      * held: it takes no seat and is neither re-booked nor
      * refunded by a lockout.
       01  TICKET-REGISTER-RECORD.
           05 TRG-VISITOR-ID        PIC X(5).
           05 TRG-AGE               PIC 9(3).
           05 TRG-DATE-VENTE        PIC 9(8).
           05 TRG-DATE-SEANCE       PIC 9(8).
           05 TRG-SESSION           PIC 9(3).
           05 TRG-PRIX              PIC 9(3)V99.
           05 TRG-STATUT            PIC X(1).
               88 TRG-VENDU         VALUE "V".
               88 TRG-REPORTE       VALUE "P".
               88 TRG-REMBOURSE     VALUE "R".
               88 TRG-ACOMPTE       VALUE "A".
           05 TRG-DATE-ORIGINE      PIC 9(8).
           05 TRG-SESSION-ORIGINE   PIC 9(3).
           05 TRG-DATE-MOUVEMENT    PIC 9(8).
           05 TRG-CAISSIER          PIC X(8).
           05 TRG-CAISSE            PIC X(4).
           05 TRG-MODE-PAIEMENT     PIC X(1).
               88 TRG-ESPECES       VALUE "E".
               88 TRG-CARTE         VALUE "C".
               88 TRG-POINTS        VALUE "P".
           05 TRG-MBR-ID            PIC X(6).
