      * Labor-distribution file Data/LABOR-DISTRIBUTION.txt - the
      * payroll run's labor cost spread over the departments by
      * LaborDistributionBatch, one row per period, employee and
      * department charged. LDS-PCT is the department's share of
      * the split in force; LDS-BRUT the share of the gross pay,
      * LDS-CHARGES of the employer's social and pension charges,
      * LDS-AVANTAGES of the employer's benefits premium. The file
      * is cumulative: a rerun of a period replaces that period's
      * rows. DeptBudgetVarianceReport takes its actuals from here.
       01  LABOR-DISTRIBUTION-RECORD.
           05 LDS-PERIODE           PIC 9(6).
           05 LDS-EMP-ID            PIC X(6).
           05 LDS-DEPT              PIC X(4).
           05 LDS-PCT               PIC 9(3)V99.
           05 LDS-BRUT              PIC 9(7)V99.
           05 LDS-CHARGES           PIC 9(7)V99.
           05 LDS-AVANTAGES         PIC 9(7)V99.
