      * suspense, every change rides AuditTrailWriter and the run
      * balances with ControlTotals.cpy. The variance report puts
      * payroll actuals against these figures each month.
      * A row of period month 00 (YYYY00) carries the department's
      * allocation for that year's merit increases, the cap
      * MeritIncreaseBatch holds the department's raises to.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
