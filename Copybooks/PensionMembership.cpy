      * Company pension scheme membership Data/PENSION-MEMBERSHIP.txt
      * - one row per employee who joined the scheme. The payroll
      * engine deducts PMB-TAUX-SALARIAL percent of gross each run
      * while the row is active and prices the employer share by
      * the matching rule: M matches PMB-TAUX-ABONDEMENT percent of
      * the employee contribution, capped at PMB-PLAFOND-ABONDEMENT
      * percent of gross (zero = no cap); F pays
      * PMB-TAUX-ABONDEMENT percent of gross whatever the employee
      * puts in; N no employer share. PensionLeaverBatch closes the
      * row (statut C, PMB-DATE-SORTIE) when the employee retires.
       01  PENSION-MEMBERSHIP-RECORD.
           05 PMB-EMP-ID            PIC X(6).
           05 PMB-DATE-ADHESION     PIC 9(8).
           05 PMB-TAUX-SALARIAL     PIC 9(2)V99.
           05 PMB-REGLE-ABONDEMENT  PIC X(1).
               88 PMB-ABONDEMENT-PROPORTIONNEL VALUE "M".
               88 PMB-ABONDEMENT-FIXE VALUE "F".
               88 PMB-SANS-ABONDEMENT VALUE "N".
           05 PMB-TAUX-ABONDEMENT   PIC 9(3)V99.
           05 PMB-PLAFOND-ABONDEMENT PIC 9(2)V99.
           05 PMB-STATUT            PIC X(1).
               88 PMB-ACTIF         VALUE "A".
               88 PMB-CLOS          VALUE "C".
           05 PMB-DATE-SORTIE       PIC 9(8).
