      * Granted leave file Data/LEAVE-GRANTED.txt - one row per leave
      * request the manager approved, appended by LeaveRequestBatch
      * when it grants the request: the V number, the employee (as
      * on the master), the first and last day off and the day it
      * was granted. The CNG status only says someone is away today;
      * this file says which days, so a job planning for a given day
      * can tell who will be off.
       01  LEAVE-GRANTED-RECORD.
           05 LVG-CLE               PIC X(8).
           05 LVG-EMP-ID            PIC X(6).
           05 LVG-DATE-DEBUT        PIC 9(8).
           05 LVG-DATE-FIN          PIC 9(8).
           05 LVG-DATE-ACCORD       PIC 9(8).
