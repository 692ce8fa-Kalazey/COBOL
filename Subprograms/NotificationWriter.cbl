       IDENTIFICATION DIVISION.
       PROGRAM-ID. NotificationWriter.
       AUTHOR. Mathieu.

      * Appends one notification to the outbound notification queue
      * (NotificationQueue.cpy) on behalf of any job with a letter,
      * notice or slip for a person - guardian letters, renewal
      * notices, payslips, low-balance warnings, leave decisions.
      * The caller gives its program-id, the template, the
      * recipient type and id and five merge fields, and says
      * whether it prints its own paper copy (Y) when the person
      * has no electronic address. The channel comes from
      * NotifyContactLookup and is handed back, so such a caller
      * prints only when it comes back P; the row is then queued
      * already printed, for the record. Every other row waits for
      * NotificationDispatchBatch - on the gateway extract, or on
      * the paper fallback file for a P. The dispatcher numbers the
      * rows; the writer leaves the number at zero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN DYNAMIC WS-QUEUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
           COPY "NotificationQueue.cpy".

       WORKING-STORAGE SECTION.
       01  WS-QUEUE-PATH            PIC X(40)
                                 VALUE "Data/NOTIFICATION-QUEUE.txt".
       01  WS-QUEUE-STATUS          PIC XX.

       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-ADRESSE               PIC X(50).

       LINKAGE SECTION.
       01  LS-PRODUCTEUR            PIC X(20).
       01  LS-TEMPLATE              PIC X(8).
       01  LS-DEST-TYPE             PIC X(1).
       01  LS-DEST-ID               PIC X(6).
       01  LS-CHAMPS                PIC X(100).
       01  LS-PAPIER-LOCAL          PIC X(1).
       01  LS-CANAL                 PIC X(1).

       PROCEDURE DIVISION USING LS-PRODUCTEUR LS-TEMPLATE
               LS-DEST-TYPE LS-DEST-ID LS-CHAMPS LS-PAPIER-LOCAL
               LS-CANAL.
       0000-MAIN-DEB.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           CALL "NotifyContactLookup" USING LS-DEST-TYPE LS-DEST-ID
               LS-CANAL WS-ADRESSE.

           OPEN EXTEND QUEUE-FILE.
           IF WS-QUEUE-STATUS = "05" OR WS-QUEUE-STATUS = "35"
               OPEN OUTPUT QUEUE-FILE
           END-IF.

           MOVE SPACES TO NOTIFICATION-QUEUE-RECORD.
           MOVE ZERO TO NTQ-ID.
           MOVE LS-PRODUCTEUR TO NTQ-PRODUCTEUR.
           MOVE LS-TEMPLATE TO NTQ-TEMPLATE.
           MOVE LS-DEST-TYPE TO NTQ-DEST-TYPE.
           MOVE LS-DEST-ID TO NTQ-DEST-ID.
           MOVE LS-CANAL TO NTQ-CANAL.
           MOVE WS-ADRESSE TO NTQ-ADRESSE.
           MOVE LS-CHAMPS TO NTQ-CHAMPS.
           MOVE WS-CURRENT-DATE TO NTQ-DATE-CREATION.
           MOVE WS-CURRENT-DATE TO NTQ-DATE-STATUT.
           MOVE ZERO TO NTQ-ESSAIS.
           MOVE "N" TO NTQ-REPLI.
           IF LS-CANAL = "P" AND LS-PAPIER-LOCAL = "Y"
               MOVE "I" TO NTQ-STATUT
               MOVE "IMPRIME PAR LE PRODUCTEUR" TO NTQ-MOTIF
           ELSE
               MOVE "A" TO NTQ-STATUT
           END-IF.
           WRITE NOTIFICATION-QUEUE-RECORD.
           CLOSE QUEUE-FILE.

           GOBACK.
       0000-MAIN-FIN.
           EXIT.
