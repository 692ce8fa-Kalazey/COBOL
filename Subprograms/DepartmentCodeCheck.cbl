       01  DEPARTMENT-MASTER-RECORD.
           05 DEPT-CODE             PIC X(4).
           05 DEPT-NAME             PIC X(20).
           05 DEPT-RESPONSABLE      PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-DEPT-PATH             PIC X(40)
