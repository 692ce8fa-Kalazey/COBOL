           05 PND-EFFECTIVE-DATE-X  PIC X(8).
           05 PND-EFFECTIVE-DATE REDEFINES PND-EFFECTIVE-DATE-X
                                    PIC 9(8).
           05 PND-POSTE             PIC X(9).

       FD  STATUS-TXN-FILE.
       01  EMPLOYEE-STATUS-TRANSACTION PIC X(75).

       WORKING-STORAGE SECTION.
       01  WS-PENDING-PATH          PIC X(40)
           05 WS-RESTE-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-RESTE-CNT
                   INDEXED BY KX.
               10 WS-K-TXN          PIC X(75).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
