           05 OLD-EMP-LAST-UPDATE   PIC X(19).
      * Second record description over the same buffer, wide enough
      * for the full converted layout the copy-back pass writes.
       01  OLD-MASTER-LINE          PIC X(98).

       FD  NEW-MASTER-FILE.
           COPY "EmployeeMaster.cpy".
      * Guard against a second run: a record carrying data past the
      * historical 54 bytes has already been converted, and running
      * the conversion over it again would wreck the master.
           IF OLD-MASTER-LINE(55:44) NOT = SPACES
               DISPLAY "MASTER DEJA CONVERTI (" OLD-EMP-ID
                       ") - CONVERSION ABANDONNEE"
               MOVE 16 TO RETURN-CODE
