           05 WS-EMP-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-EMP-CNT
                   INDEXED BY EX.
               10 WS-E-RECORD       PIC X(98).
               10 WS-E-ID-NORM      PIC X(6).

      * Work view of one master slot, mirroring EmployeeMaster.cpy
      * field for field - the table holds the raw 98-byte records.
       01  WS-EMP-DETAIL.
           05 DET-ID                PIC X(6).
           05 DET-NAME              PIC X(20).
           05 DET-DEPARTMENT        PIC X(4).
           05 DET-SOLDE             PIC S9(7)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05 DET-RESPONSABLE       PIC X(6).
           05 DET-OPERATEUR         PIC X(8).

       01  WS-SCHEDULE-CNT          PIC 9(4) VALUE ZERO.
       01  WS-S                     PIC 9(4).
