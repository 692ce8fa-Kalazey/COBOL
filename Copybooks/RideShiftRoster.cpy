      * Ride shift roster Data/RIDE-SHIFT-ROSTER.txt - who operates
      * the ride, by day: each row puts one employee (as on the
      * master) at the controls for a run of that day's sessions,
      * RSR-SESSION-DEBUT to RSR-SESSION-FIN inclusive. A closing
      * session of 999 runs to the end of the day. Rows for other
      * days are ignored by the run, so next week's roster can be
      * keyed in ahead.
       01  RIDE-SHIFT-ROSTER-RECORD.
           05 RSR-DATE              PIC 9(8).
           05 RSR-SESSION-DEBUT     PIC 9(3).
           05 RSR-SESSION-FIN       PIC 9(3).
           05 RSR-EMP-ID            PIC X(6).
