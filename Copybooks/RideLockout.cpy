      * Ride lockout register Data/RIDE-LOCKOUT.txt - one row per
      * day a ride is locked out, appended by RideInspectionBatch
      * when the inspection rule is breached on its run date, or
      * while a work order immobilising the ride is open, and by
      * RideIncidentBatch for the day of a serious incident, from
      * the incident's session on. The sessions LCK-SESSION-DEBUT
      * to LCK-SESSION-FIN inclusive are closed (001 to 999 for
      * the whole day - the scheduler builds no manifest at all).
      * RideClosureImpact deals with the tickets sold for those
      * sessions and marks the row processed (LCK-TRAITE) with the
      * date it did so.
       01  RIDE-LOCKOUT-RECORD.
           05 LCK-MANEGE            PIC X(10).
           05 LCK-DATE              PIC 9(8).
           05 LCK-SESSION-DEBUT     PIC 9(3).
           05 LCK-SESSION-FIN       PIC 9(3).
           05 LCK-TRAITE            PIC X(1).
               88 LCK-A-TRAITER     VALUE "N".
               88 LCK-TRAITEE       VALUE "Y".
           05 LCK-DATE-TRAITEMENT   PIC 9(8).
