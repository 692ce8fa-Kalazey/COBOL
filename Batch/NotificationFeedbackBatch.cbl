       IDENTIFICATION DIVISION.
       PROGRAM-ID. NotificationFeedbackBatch.
       AUTHOR. Mathieu.

      * Takes in the messaging gateway's delivery feedback
      * Data/NOTIFY-FEEDBACK.txt - one line per notification
      * number, with D delivered, B bounced (the address is wrong
      * or dead) or F failed (the gateway could not get through
      * this time), the day and the gateway's reason - and marks
      * the notification queue (NotificationQueue.cpy) accordingly:
      * L, B or F. Only a notification handed to the gateway (T)
      * takes a result; a number the queue does not know, a row
      * not waiting on the gateway or a result code we do not
      * know goes to suspense. NotificationDispatchBatch hands a
      * failure over again and puts a bounce on paper.
      * Every bounce is listed on Data/NOTIFY-BOUNCE-REPORT.txt
      * with the recipient, the channel and the address that
      * bounced, so the office corrects the contact directory
      * (NotifyContact.cpy); bounces or rejects end the run with
      * condition code 4. The feedback file is consumed once taken
      * in and the run balances with ControlTotals.cpy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN DYNAMIC WS-QUEUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT FEEDBACK-FILE ASSIGN DYNAMIC WS-FEEDBACK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDBACK-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
           COPY "NotificationQueue.cpy".

       FD  FEEDBACK-FILE.
       01  NOTIFY-FEEDBACK-RECORD.
           05 NFB-ID-X              PIC X(8).
           05 NFB-ID REDEFINES NFB-ID-X
                                    PIC 9(8).
           05 NFB-RESULTAT          PIC X(1).
               88 NFB-LIVREE        VALUE "D".
               88 NFB-REJETEE       VALUE "B".
               88 NFB-ECHEC         VALUE "F".
           05 NFB-DATE-X            PIC X(8).
           05 NFB-DATE REDEFINES NFB-DATE-X
                                    PIC 9(8).
           05 NFB-MOTIF             PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".
           COPY "ReportHeader.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "NotificationFeedback".

       01  WS-QUEUE-PATH            PIC X(40)
                                 VALUE "Data/NOTIFICATION-QUEUE.txt".
       01  WS-FEEDBACK-PATH         PIC X(40)
                                 VALUE "Data/NOTIFY-FEEDBACK.txt".
       01  WS-REPORT-PATH           PIC X(40)
                                 VALUE "Data/NOTIFY-BOUNCE-REPORT.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/NOTIFY-FEEDBACK-ERR.txt".
       01  WS-QUEUE-STATUS          PIC XX.
       01  WS-FEEDBACK-STATUS       PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-RUN-DATE              PIC 9(8).

      * The queue is held whole, one image per notification.
       01  WS-QUEUE-CNT             PIC 9(5) VALUE ZERO.
       01  WS-Q                     PIC 9(5).
       01  WS-QUEUE-INDEX           PIC 9(5).
       01  WS-QUEUE-TABLE.
           05 WS-QUEUE-ENTRY OCCURS 20000 TIMES
                   DEPENDING ON WS-QUEUE-CNT
                   INDEXED BY QX.
               10 WS-Q-ENREG        PIC X(243).

       01  WS-MOTIF-REJET           PIC X(30).
       01  WS-CANAL-LIBELLE         PIC X(8).

       01  WS-LUS-CNT               PIC 9(5) VALUE ZERO.
       01  WS-LIVREES-CNT           PIC 9(5) VALUE ZERO.
       01  WS-REJETEES-CNT          PIC 9(5) VALUE ZERO.
       01  WS-ECHECS-CNT            PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-CNT          PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITEMENT-DEB
              THRU 2000-TRAITEMENT-FIN
              UNTIL END-OF-FILE.

           IF WS-LUS-CNT > ZERO
               PERFORM 3000-SAUVEGARDER-QUEUE-DEB
                  THRU 3000-SAUVEGARDER-QUEUE-FIN
           END-IF.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "NotificationFeedback" TO RH-PROGRAM-ID.
           MOVE "RETOURS EN ECHEC" TO RH-REPORT-TITLE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 40 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM 1100-CHARGER-QUEUE-DEB
              THRU 1100-CHARGER-QUEUE-FIN.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SUSPENSE-FILE: "
                       WS-SUSPENSE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT FEEDBACK-FILE.
           IF WS-FEEDBACK-STATUS = "35"
               SET END-OF-FILE TO TRUE
           ELSE
               IF WS-FEEDBACK-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE FEEDBACK-FILE: "
                           WS-FEEDBACK-STATUS
                   STOP RUN
               END-IF
               PERFORM 2100-LIRE-RETOUR-DEB
                  THRU 2100-LIRE-RETOUR-FIN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-CHARGER-QUEUE-DEB.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS = "35"
               MOVE ZERO TO WS-QUEUE-CNT
           ELSE
               IF WS-QUEUE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE QUEUE-FILE: "
                           WS-QUEUE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-QUEUE-STATUS = "10"
                   READ QUEUE-FILE
                       AT END
                           MOVE "10" TO WS-QUEUE-STATUS
                       NOT AT END
                           IF WS-QUEUE-CNT < 20000
                               ADD 1 TO WS-QUEUE-CNT
                               SET QX TO WS-QUEUE-CNT
                               MOVE NOTIFICATION-QUEUE-RECORD
                                   TO WS-Q-ENREG(QX)
                           ELSE
                               DISPLAY "FILE DES NOTIFICATIONS PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.
       1100-CHARGER-QUEUE-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-LUS-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           IF NFB-ID-X IS NUMERIC
               ADD NFB-ID TO CT-INPUT-HASH-TOTAL
           END-IF.

           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE ZERO TO WS-QUEUE-INDEX.
           IF NFB-ID-X IS NUMERIC
               PERFORM VARYING WS-Q FROM 1 BY 1
                       UNTIL WS-Q > WS-QUEUE-CNT
                          OR WS-QUEUE-INDEX > ZERO
                   MOVE WS-Q-ENREG(WS-Q) TO NOTIFICATION-QUEUE-RECORD
                   IF NTQ-ID = NFB-ID
                       MOVE WS-Q TO WS-QUEUE-INDEX
                   END-IF
               END-PERFORM
           END-IF.

           EVALUATE TRUE
               WHEN WS-QUEUE-INDEX = ZERO
                   MOVE "NOTIFICATION INCONNUE" TO WS-MOTIF-REJET
               WHEN NOT (NFB-LIVREE OR NFB-REJETEE OR NFB-ECHEC)
                   MOVE "RESULTAT INCONNU" TO WS-MOTIF-REJET
               WHEN OTHER
                   MOVE WS-Q-ENREG(WS-QUEUE-INDEX)
                       TO NOTIFICATION-QUEUE-RECORD
                   IF NOT NTQ-TRANSMISE
                       MOVE "PAS EN ATTENTE DE RETOUR"
                           TO WS-MOTIF-REJET
                   END-IF
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
               MOVE SPACES TO SUSPENSE-LINE
               STRING NFB-ID-X " " NFB-RESULTAT " " NFB-DATE-X " "
                      WS-MOTIF-REJET
                      DELIMITED BY SIZE INTO SUSPENSE-LINE
               WRITE SUSPENSE-LINE
               ADD 1 TO WS-REJECTED-CNT
           ELSE
               PERFORM 2200-APPLIQUER-RETOUR-DEB
                  THRU 2200-APPLIQUER-RETOUR-FIN
           END-IF.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           IF NFB-ID-X IS NUMERIC
               ADD NFB-ID TO CT-OUTPUT-HASH-TOTAL
           END-IF.

           PERFORM 2100-LIRE-RETOUR-DEB
              THRU 2100-LIRE-RETOUR-FIN.
       2000-TRAITEMENT-FIN.
           EXIT.

       2100-LIRE-RETOUR-DEB.
           READ FEEDBACK-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       2100-LIRE-RETOUR-FIN.
           EXIT.

      * A feedback line with no valid date is taken as of today.
       2200-APPLIQUER-RETOUR-DEB.
           IF NFB-DATE-X IS NUMERIC AND NFB-DATE > ZERO
               MOVE NFB-DATE TO NTQ-DATE-STATUT
           ELSE
               MOVE WS-RUN-DATE TO NTQ-DATE-STATUT
           END-IF.
           MOVE NFB-MOTIF TO NTQ-MOTIF.
           EVALUATE TRUE
               WHEN NFB-LIVREE
                   MOVE "L" TO NTQ-STATUT
                   ADD 1 TO WS-LIVREES-CNT
               WHEN NFB-REJETEE
                   MOVE "B" TO NTQ-STATUT
                   ADD 1 TO WS-REJETEES-CNT
                   PERFORM 2300-SIGNALER-REJET-DEB
                      THRU 2300-SIGNALER-REJET-FIN
               WHEN NFB-ECHEC
                   MOVE "F" TO NTQ-STATUT
                   ADD 1 TO WS-ECHECS-CNT
           END-EVALUATE.
           MOVE NOTIFICATION-QUEUE-RECORD
               TO WS-Q-ENREG(WS-QUEUE-INDEX).
       2200-APPLIQUER-RETOUR-FIN.
           EXIT.

       2300-SIGNALER-REJET-DEB.
           PERFORM 2400-IMPRIMER-ENTETE-DEB
              THRU 2400-IMPRIMER-ENTETE-FIN.
           IF NTQ-SMS
               MOVE "SMS" TO WS-CANAL-LIBELLE
           ELSE
               MOVE "COURRIEL" TO WS-CANAL-LIBELLE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING NTQ-ID " " NTQ-DEST-TYPE " " NTQ-DEST-ID " "
                  WS-CANAL-LIBELLE " " NTQ-ADRESSE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "         " NTQ-PRODUCTEUR " " NTQ-TEMPLATE " "
                  NTQ-MOTIF
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.
       2300-SIGNALER-REJET-FIN.
           EXIT.

       2400-IMPRIMER-ENTETE-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               ADD 1 TO RH-PAGE-NUMBER
               MOVE SPACES TO RH-HEADING-LINE-1
               STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                      " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                      DELIMITED BY SIZE INTO RH-HEADING-LINE-1
               MOVE SPACES TO REPORT-LINE
               MOVE RH-HEADING-LINE-1 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "NUMERO   T ID     CANAL    ADRESSE A CORRIGER"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 2 TO RH-LINE-COUNT
           END-IF.
       2400-IMPRIMER-ENTETE-FIN.
           EXIT.

       3000-SAUVEGARDER-QUEUE-DEB.
           OPEN OUTPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE QUEUE-FILE: "
                       WS-QUEUE-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > WS-QUEUE-CNT
               MOVE WS-Q-ENREG(WS-Q) TO NOTIFICATION-QUEUE-RECORD
               WRITE NOTIFICATION-QUEUE-RECORD
           END-PERFORM.
           CLOSE QUEUE-FILE.
       3000-SAUVEGARDER-QUEUE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           IF WS-FEEDBACK-STATUS NOT = "35"
               CLOSE FEEDBACK-FILE
               OPEN OUTPUT FEEDBACK-FILE
               CLOSE FEEDBACK-FILE
           END-IF.
           IF WS-REJETEES-CNT = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE "AUCUN REJET SIGNALE PAR LA PASSERELLE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE SUSPENSE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "RETOURS DE LA PASSERELLE TERMINE.".
           DISPLAY "RETOURS LUS           : " WS-LUS-CNT.
           DISPLAY "LIVREES               : " WS-LIVREES-CNT.
           DISPLAY "REJETEES (ADRESSE)    : " WS-REJETEES-CNT.
           DISPLAY "EN ECHEC              : " WS-ECHECS-CNT.
           DISPLAY "RETOURS EN SUSPENS    : " WS-REJECTED-CNT.
           DISPLAY "------------------------------------------------".

           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.

           IF (WS-REJETEES-CNT > ZERO OR WS-REJECTED-CNT > ZERO)
                   AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-FIN.
           EXIT.
