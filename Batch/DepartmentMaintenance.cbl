      * (delete) requests, rejecting bad ones to suspense the way
      * EmployeeStatusBatch does, balancing with ControlTotals.cpy
      * and writing every change through AuditTrailWriter.
      * Each department also names its head - the operator id who
      * approves the department's expense claims in ApprovalRelease.
      * An addition may name the head; a change carries a new name,
      * a new head or both, a blank field keeping what is on file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  DEPARTMENT-MASTER-RECORD.
           05 DEPT-CODE             PIC X(4).
           05 DEPT-NAME             PIC X(20).
           05 DEPT-RESPONSABLE      PIC X(8).

       FD  TRANSACTION-FILE.
       01  DEPARTMENT-MAINT-TRANSACTION.
               88 TXN-SUPPRESSION   VALUE "D".
           05 TXN-DEPT-CODE         PIC X(4).
           05 TXN-DEPT-NAME         PIC X(20).
           05 TXN-DEPT-RESPONSABLE  PIC X(8).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(60).
                   INDEXED BY DX.
               10 WS-D-CODE         PIC X(4).
               10 WS-D-NAME         PIC X(20).
               10 WS-D-RESPONSABLE  PIC X(8).
               10 WS-D-SUPPRIME     PIC X(1).
                   88 WS-D-EST-SUPPRIME VALUE "D".

                           SET DX TO WS-DEPT-CNT
                           MOVE DEPT-CODE TO WS-D-CODE(DX)
                           MOVE DEPT-NAME TO WS-D-NAME(DX)
                           MOVE DEPT-RESPONSABLE
                               TO WS-D-RESPONSABLE(DX)
                           MOVE SPACE TO WS-D-SUPPRIME(DX)
                   END-READ
               END-PERFORM
                   SET DX TO WS-DEPT-CNT
                   MOVE TXN-DEPT-CODE TO WS-D-CODE(DX)
                   MOVE TXN-DEPT-NAME TO WS-D-NAME(DX)
                   MOVE TXN-DEPT-RESPONSABLE TO WS-D-RESPONSABLE(DX)
                   MOVE SPACE TO WS-D-SUPPRIME(DX)
                   MOVE SPACES TO WS-AT-BEFORE
                   STRING TXN-DEPT-CODE " ABSENT"
                          DELIMITED BY SIZE INTO WS-AT-BEFORE
                   MOVE SPACES TO WS-AT-AFTER
                   STRING TXN-DEPT-CODE " AJOUTE " TXN-DEPT-NAME
                          " RESP=" TXN-DEPT-RESPONSABLE
                          DELIMITED BY SIZE INTO WS-AT-AFTER
                   CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                       WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER
                   PERFORM 2600-REJETER-TRANSACTION-DEB
                      THRU 2600-REJETER-TRANSACTION-FIN
               WHEN TXN-DEPT-NAME = SPACES
                       AND TXN-DEPT-RESPONSABLE = SPACES
                   PERFORM 2600-REJETER-TRANSACTION-DEB
                      THRU 2600-REJETER-TRANSACTION-FIN
               WHEN OTHER
                   MOVE SPACES TO WS-AT-BEFORE
                   STRING TXN-DEPT-CODE " NOM="
                          WS-D-NAME(WS-DEPT-INDEX)
                          " RESP=" WS-D-RESPONSABLE(WS-DEPT-INDEX)
                          DELIMITED BY SIZE INTO WS-AT-BEFORE
                   IF TXN-DEPT-NAME NOT = SPACES
                       MOVE TXN-DEPT-NAME TO WS-D-NAME(WS-DEPT-INDEX)
                   END-IF
                   IF TXN-DEPT-RESPONSABLE NOT = SPACES
                       MOVE TXN-DEPT-RESPONSABLE
                           TO WS-D-RESPONSABLE(WS-DEPT-INDEX)
                   END-IF
                   MOVE SPACES TO WS-AT-AFTER
                   STRING TXN-DEPT-CODE " NOM="
                          WS-D-NAME(WS-DEPT-INDEX)
                          " RESP=" WS-D-RESPONSABLE(WS-DEPT-INDEX)
                          DELIMITED BY SIZE INTO WS-AT-AFTER
                   CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                       WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER
                   MOVE SPACES TO DEPARTMENT-MASTER-RECORD
                   MOVE WS-D-CODE(WS-I) TO DEPT-CODE
                   MOVE WS-D-NAME(WS-I) TO DEPT-NAME
                   MOVE WS-D-RESPONSABLE(WS-I) TO DEPT-RESPONSABLE
                   WRITE DEPARTMENT-MASTER-RECORD
               END-IF
           END-PERFORM.
