      * Ride reservation register Data/RIDE-RESERVATIONS.txt - one
      * row per seat hold RideReservationBatch accepted: the booking
      * number, a group (G) or a single visitor (V) and its name,
      * the ride date and session, the seats held, the deposit
      * taken and the day it was booked. A hold stays T (tenue)
      * until the party shows at the gate (P, presentee);
      * RideSessionScheduler boards a presented party ahead of the
      * walk-ups of its session (E, embarquee) and, once past the
      * cut-off time of the session parameter, frees the seats of a
      * party that never showed (L, liberee). The deposit is kept
      * either way.
       01  RIDE-RESERVATION-RECORD.
           05 RSV-ID                PIC X(5).
           05 RSV-TYPE              PIC X(1).
               88 RSV-GROUPE        VALUE "G".
               88 RSV-VISITEUR      VALUE "V".
           05 RSV-NOM               PIC X(20).
           05 RSV-DATE-SEANCE       PIC 9(8).
           05 RSV-SESSION           PIC 9(3).
           05 RSV-PLACES            PIC 9(3).
           05 RSV-ACOMPTE           PIC 9(3)V99.
           05 RSV-DATE-RESERVATION  PIC 9(8).
           05 RSV-STATUT            PIC X(1).
               88 RSV-TENUE         VALUE "T".
               88 RSV-PRESENTEE     VALUE "P".
               88 RSV-EMBARQUEE     VALUE "E".
               88 RSV-LIBEREE       VALUE "L".
               88 RSV-ACTIVE        VALUE "T" "P".
           05 RSV-DATE-MOUVEMENT    PIC 9(8).
