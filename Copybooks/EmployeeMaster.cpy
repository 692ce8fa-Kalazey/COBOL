      * lived in side spreadsheets. EmployeeMasterConversion is the
      * one-time utility that rebuilt Data/EMPLOYEE-MASTER.txt in
      * this layout, defaulting the new fields.
      * EMP-RESPONSABLE is the reporting line - the id of the
      * employee's direct manager, blank at the top of the tree -
      * and EMP-OPERATEUR the operator id the employee signs on
      * with, so a decision routed to a manager can be held to that
      * manager. Both are kept by ReportingLineMaintenance only.
       01  EMPLOYEE-MASTER-RECORD.
           05 EMP-ID                  PIC X(6).
           05 EMP-NAME                PIC X(20).
           05 EMP-DEPARTMENT          PIC X(4).
           05 EMP-SOLDE               PIC S9(7)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05 EMP-RESPONSABLE         PIC X(6).
           05 EMP-OPERATEUR           PIC X(8).
