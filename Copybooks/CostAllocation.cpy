      * Cost-allocation file Data/COST-ALLOCATION.txt - the share of
      * an employee's labor cost each department carries, for staff
      * who work part of their time outside their own department.
      * Keyed by the payroll id (PR-EMP-ID) and the effective date:
      * the rows of one employee and one date form a split set that
      * totals 100 per cent, maintained whole by
      * CostAllocationMaintenance. A set applies from the payroll
      * month of its effective date until the next set of the same
      * employee; an employee without a set in force is charged in
      * full to the department of the payroll file.
       01  COST-ALLOCATION-RECORD.
           05 CAL-EMP-ID            PIC X(6).
           05 CAL-DATE-EFFET        PIC 9(8).
           05 CAL-DATE-GROUPE REDEFINES CAL-DATE-EFFET.
               10 CAL-PERIODE       PIC 9(6).
               10 FILLER            PIC 9(2).
           05 CAL-DEPT              PIC X(4).
           05 CAL-PCT               PIC 9(3)V99.
