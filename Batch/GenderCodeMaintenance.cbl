               10 WS-E-HIRE-DATE    PIC 9(8).
               10 WS-E-DEPT         PIC X(4).
               10 WS-E-SOLDE        PIC S9(7)V99.
               10 WS-E-RESPONSABLE  PIC X(6).
               10 WS-E-OPERATEUR    PIC X(8).

       01  WS-EMP-ID-SAISI          PIC X(6).
       01  WS-EMPLOYE-TROUVE        PIC X VALUE "N".
                       MOVE EMP-HIRE-DATE TO WS-E-HIRE-DATE(EX)
                       MOVE EMP-DEPARTMENT TO WS-E-DEPT(EX)
                       MOVE EMP-SOLDE TO WS-E-SOLDE(EX)
                       MOVE EMP-RESPONSABLE TO WS-E-RESPONSABLE(EX)
                       MOVE EMP-OPERATEUR TO WS-E-OPERATEUR(EX)
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.
               MOVE WS-E-HIRE-DATE(WS-I) TO EMP-HIRE-DATE
               MOVE WS-E-DEPT(WS-I) TO EMP-DEPARTMENT
               MOVE WS-E-SOLDE(WS-I) TO EMP-SOLDE
               MOVE WS-E-RESPONSABLE(WS-I) TO EMP-RESPONSABLE
               MOVE WS-E-OPERATEUR(WS-I) TO EMP-OPERATEUR
               WRITE EMPLOYEE-MASTER-RECORD
           END-PERFORM.

