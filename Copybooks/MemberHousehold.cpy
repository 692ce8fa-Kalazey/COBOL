      * Household links Data/MEMBER-HOUSEHOLD.txt - one row per
      * dependent of a family membership: the dependent's own card
      * number, the primary member who holds the mandate and pays
      * the household renewal, and the dependent's date of birth.
      * A dependent is covered by the primary's renewal and is
      * neither notified nor collected on their own. The renewal
      * run marks M the dependents who have come of age; the office
      * converts them to a membership of their own and removes the
      * row.
       01  MEMBER-HOUSEHOLD-RECORD.
           05 MHH-MBR-ID            PIC X(6).
           05 MHH-PRINCIPAL         PIC X(6).
           05 MHH-NAISSANCE         PIC 9(8).
           05 MHH-STATUT            PIC X(1).
               88 MHH-RATTACHE      VALUE "A".
               88 MHH-A-CONVERTIR   VALUE "M".
