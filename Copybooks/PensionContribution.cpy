      * Pension contribution history Data/PENSION-CONTRIBUTION-
      * HISTORY.txt - one row per member per payroll run, written by
      * the payroll engine with the gross the shares were computed
      * on. A rerun of the same period replaces its rows, a
      * supplemental run adds its own. The annual statement and the
      * leaver certificate are summed from here.
       01  PENSION-CONTRIBUTION-RECORD.
           05 PCH-PERIODE           PIC 9(6).
           05 PCH-PERIODE-GROUPE REDEFINES PCH-PERIODE.
               10 PCH-ANNEE         PIC 9(4).
               10 PCH-MOIS          PIC 9(2).
           05 PCH-EMP-ID            PIC X(6).
           05 PCH-BRUT              PIC 9(7)V99.
           05 PCH-PART-SALARIALE    PIC 9(7)V99.
           05 PCH-PART-PATRONALE    PIC 9(7)V99.
