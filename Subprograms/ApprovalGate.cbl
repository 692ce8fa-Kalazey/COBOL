      * request is still waiting, the verdict is W; otherwise the
      * request is filed as pending and the verdict is P. In every
      * case but A the caller must NOT apply the operation.
      * The queue is kept to what is still live: a consumed request
      * (X) is dropped when the file is rewritten, and so is a
      * rejected one (R) that a later request for the same type and
      * key has since replaced. The row holding the highest request
      * id is always kept so an id is never issued twice. If the
      * queue is still full there is no room for the request and
      * the run ends on code 16 rather than lose part of the queue.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-APPROUVE-IDX          PIC 9(3).
       01  WS-ATTENTE-VUE           PIC X.
       01  WS-ID-MAX                PIC 9(5).
       01  WS-SUIVANT               PIC 9(3).
       01  WS-A-GARDER              PIC X.
           88 A-GARDER              VALUE "Y".

       01  WS-APV-TABLE.
           05 WS-APV-ENTRY OCCURS 500 TIMES
                       AT END
                           MOVE "10" TO WS-APPROVALS-STATUS
                       NOT AT END
                           IF APV-ID > WS-ID-MAX
                               MOVE APV-ID TO WS-ID-MAX
                           END-IF
                           IF APV-STATUT NOT = "X"
                                   OR APV-ID = WS-ID-MAX
                               IF WS-APV-CNT NOT < 500
                                   PERFORM 9900-TABLE-PLEINE-DEB
                                      THRU 9900-TABLE-PLEINE-FIN
                               END-IF
                               ADD 1 TO WS-APV-CNT
                               SET AX TO WS-APV-CNT
                               MOVE PENDING-APPROVAL-RECORD
                                   TO WS-A-RECORD(AX)
                               IF APV-TYPE = LS-TYPE
                                       AND APV-CLE = LS-CLE
                                   IF APV-STATUT = "A"
               WHEN WS-ATTENTE-VUE = "Y"
                   MOVE "W" TO LS-VERDICT
               WHEN OTHER
                   PERFORM 2000-PURGER-DEB
                      THRU 2000-PURGER-FIN
                   IF WS-APV-CNT NOT < 500
                       PERFORM 9900-TABLE-PLEINE-DEB
                          THRU 9900-TABLE-PLEINE-FIN
                   END-IF
                   ADD 1 TO WS-APV-CNT
                   MOVE SPACES TO WS-APV-DETAIL
                   COMPUTE DET-ID = WS-ID-MAX + 1
                   MOVE LS-PROGRAMME TO DET-PROGRAMME
                   MOVE LS-TYPE TO DET-TYPE
                   MOVE LS-CLE TO DET-CLE
                   MOVE LS-DETAIL TO DET-DETAIL
                   MOVE LS-DEMANDEUR TO DET-DEMANDEUR
                   MOVE "P" TO DET-STATUT
                   MOVE SPACES TO DET-APPROBATEUR
                   SET AX TO WS-APV-CNT
                   MOVE WS-APV-DETAIL TO WS-A-RECORD(AX)
                   MOVE "P" TO LS-VERDICT
           END-EVALUATE.

           PERFORM 2000-PURGER-DEB
              THRU 2000-PURGER-FIN.

           OPEN OUTPUT APPROVALS-FILE.
           IF WS-APPROVALS-STATUS = "00"
               PERFORM VARYING WS-A FROM 1 BY 1
           GOBACK.
       0000-MAIN-FIN.
           EXIT.

      * Packs the table down to the live requests: consumed ones go,
      * and a rejection goes once a later request for the same type
      * and key stands behind it.
       2000-PURGER-DEB.
           MOVE ZERO TO WS-SUIVANT.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-APV-CNT
               MOVE WS-A-RECORD(WS-A) TO WS-APV-DETAIL
               MOVE "Y" TO WS-A-GARDER
               IF DET-ID NOT = WS-ID-MAX
                   IF DET-STATUT = "X"
                       MOVE "N" TO WS-A-GARDER
                   END-IF
                   IF DET-STATUT = "R"
                       PERFORM 2100-CHERCHER-REMPLACANT-DEB
                          THRU 2100-CHERCHER-REMPLACANT-FIN
                   END-IF
               END-IF
               IF A-GARDER
                   ADD 1 TO WS-SUIVANT
                   MOVE WS-A-RECORD(WS-A) TO WS-A-RECORD(WS-SUIVANT)
               END-IF
           END-PERFORM.
           MOVE WS-SUIVANT TO WS-APV-CNT.
       2000-PURGER-FIN.
           EXIT.

       2100-CHERCHER-REMPLACANT-DEB.
           SET AX TO WS-A.
           SET AX UP BY 1.
           PERFORM UNTIL AX > WS-APV-CNT OR NOT A-GARDER
               IF WS-A-RECORD(AX)(26:8) = DET-TYPE
                       AND WS-A-RECORD(AX)(34:8) = DET-CLE
                   MOVE "N" TO WS-A-GARDER
               END-IF
               SET AX UP BY 1
           END-PERFORM.
       2100-CHERCHER-REMPLACANT-FIN.
           EXIT.

       9900-TABLE-PLEINE-DEB.
           DISPLAY "TABLE DES APPROBATIONS PLEINE".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9900-TABLE-PLEINE-FIN.
           EXIT.
