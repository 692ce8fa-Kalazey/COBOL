      * Banned-visitor watch list Data/WATCH-LIST.txt - one row per
      * person barred from the premises after an incident: the
      * name as the front desk would key it, the reason, the first
      * and last day of the ban (99999999 for no end) and the
      * security officer who issued it. Kept by WatchListMaintenance
      * only; a ban lifted early is marked L and kept for the
      * record. WatchListCheck screens every sign-in against the
      * active rows whose ban covers the day.
       01  WATCH-LIST-RECORD.
           05 WLS-NOM               PIC X(12).
           05 WLS-MOTIF             PIC X(30).
           05 WLS-DEBUT             PIC 9(8).
           05 WLS-FIN               PIC 9(8).
           05 WLS-AGENT             PIC X(8).
           05 WLS-STATUT            PIC X(1).
               88 WLS-ACTIF         VALUE "A".
               88 WLS-LEVE          VALUE "L".
