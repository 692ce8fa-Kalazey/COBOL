      * Position assignment Data/POSITION-ASSIGNMENT.txt - one row
      * per employee holding a post of the position master, keyed
      * by the employee id as the employee master carries it.
      * EmployeeStatusBatch writes the row on a hire and removes it
      * on a departure; PositionMaintenance moves people between
      * posts. PAF-ETP is the share of a full-time post the employee
      * fills, PAF-DATE-DEBUT the day they took the post.
       01  POSITION-ASSIGNMENT-RECORD.
           05 PAF-EMP-ID            PIC X(6).
           05 PAF-POS-ID            PIC X(6).
           05 PAF-ETP               PIC 9(1)V99.
           05 PAF-DATE-DEBUT        PIC 9(8).
