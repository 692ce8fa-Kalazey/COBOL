               10 FILLER            PIC 9(2).
           05 RHS-CODE              PIC X(4).
           05 RHS-CUMUL             PIC 9(9)V99.
           05 RHS-ASSIETTE          PIC 9(9)V99.

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD           PIC X(60).
