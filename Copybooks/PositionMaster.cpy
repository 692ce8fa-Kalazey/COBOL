      * Position master Data/POSITION-MASTER.txt - the posts each
      * department is authorized to fill, maintained by
      * PositionMaintenance. POS-ETP-AUTORISE is the authorized
      * headcount in full-time equivalents (2.50 = two full-time
      * posts and a half-time one), POS-COUT-BUDGET the budgeted
      * yearly cost of the whole authorization.
      * POS-STATUT: O open - hires may target it; G frozen - the
      * people in it stay, nobody new is placed on it.
       01  POSITION-MASTER-RECORD.
           05 POS-ID                PIC X(6).
           05 POS-DEPT              PIC X(4).
           05 POS-TITRE             PIC X(20).
           05 POS-GRADE             PIC X(4).
           05 POS-ETP-AUTORISE      PIC 9(2)V99.
           05 POS-COUT-BUDGET       PIC 9(7)V99.
           05 POS-STATUT            PIC X(1).
               88 POS-OUVERT        VALUE "O".
               88 POS-GELE          VALUE "G".
