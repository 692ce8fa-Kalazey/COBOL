       IDENTIFICATION DIVISION.
       PROGRAM-ID. NotificationDispatchBatch.
       AUTHOR. Mathieu.

      * Turns the outbound notification queue
      * Data/NOTIFICATION-QUEUE.txt (NotificationQueue.cpy) into the
      * messaging gateway's extract. Every row still without a
      * number gets the next one after the highest on the queue -
      * the number the gateway reports back on. Each row waiting to
      * go (A), and each failed one not yet handed over three
      * times, is looked up again in the contact directory through
      * NotifyContactLookup, so an address corrected since the row
      * was queued is the one used: with an email address or a
      * mobile number it goes on Data/NOTIFY-GATEWAY.txt with the
      * subject of its template (Data/NOTIFY-TEMPLATES.txt) and its
      * merge fields, and is marked handed over (T); with neither
      * it falls back to the paper file Data/NOTIFY-PRINT.txt and
      * is marked printed (I). A bounced notification, and a failed
      * one the gateway gave up on after three handovers, is
      * printed on the same paper file once, so the person still
      * hears from us. A row whose template is not on the template
      * file is left waiting and listed on the suspense file with
      * condition code 4.
      * The queue is rewritten whole at the end of the run; rows
      * closed for more than 90 days (delivered, printed, or
      * bounced or failed and sent on paper) are dropped then. Both
      * outputs are rewritten every run - the gateway and the
      * mailroom take them after the run. The run balances with
      * ControlTotals.cpy: every row taken up comes out on the
      * extract, on paper or on suspense.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN DYNAMIC WS-QUEUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT TEMPLATE-FILE ASSIGN DYNAMIC WS-TEMPLATE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.

           SELECT GATEWAY-FILE ASSIGN DYNAMIC WS-GATEWAY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GATEWAY-STATUS.

           SELECT PRINT-FILE ASSIGN DYNAMIC WS-PRINT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE.
           COPY "NotificationQueue.cpy".

       FD  TEMPLATE-FILE.
       01  NOTIFY-TEMPLATE-RECORD.
           05 TPL-ID                PIC X(8).
           05 TPL-OBJET             PIC X(50).

      * The gateway renders the message from the template id and
      * the merge fields; the subject rides along for the email
      * channel.
       FD  GATEWAY-FILE.
       01  NOTIFY-GATEWAY-RECORD.
           05 NGW-ID                PIC 9(8).
           05 NGW-CANAL             PIC X(1).
           05 NGW-ADRESSE           PIC X(50).
           05 NGW-TEMPLATE          PIC X(8).
           05 NGW-OBJET             PIC X(50).
           05 NGW-CHAMPS            PIC X(100).

       FD  PRINT-FILE.
       01  PRINT-LINE               PIC X(80).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "NotificationDispatch".

       01  WS-QUEUE-PATH            PIC X(40)
                                 VALUE "Data/NOTIFICATION-QUEUE.txt".
       01  WS-TEMPLATE-PATH         PIC X(40)
                                 VALUE "Data/NOTIFY-TEMPLATES.txt".
       01  WS-GATEWAY-PATH          PIC X(40)
                                 VALUE "Data/NOTIFY-GATEWAY.txt".
       01  WS-PRINT-PATH            PIC X(40)
                                 VALUE "Data/NOTIFY-PRINT.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/NOTIFY-DISPATCH-ERR.txt".
       01  WS-QUEUE-STATUS          PIC XX.
       01  WS-TEMPLATE-STATUS       PIC XX.
       01  WS-GATEWAY-STATUS        PIC XX.
       01  WS-PRINT-STATUS          PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-JOUR-RUN              PIC 9(8).
       01  WS-JOUR-STATUT           PIC 9(8).
       01  WS-RETENTION             PIC 9(3) VALUE 90.
       01  WS-ESSAIS-MAX            PIC 9(1) VALUE 3.

      * The queue is held whole, one image per notification.
       01  WS-QUEUE-CNT             PIC 9(5) VALUE ZERO.
       01  WS-Q                     PIC 9(5).
       01  WS-QUEUE-TABLE.
           05 WS-QUEUE-ENTRY OCCURS 20000 TIMES
                   DEPENDING ON WS-QUEUE-CNT
                   INDEXED BY QX.
               10 WS-Q-ENREG        PIC X(243).
       01  WS-DERNIER-ID            PIC 9(8) VALUE ZERO.

       01  WS-TPL-CNT               PIC 9(3) VALUE ZERO.
       01  WS-T                     PIC 9(3).
       01  WS-TPL-TROUVE            PIC 9(3).
       01  WS-TPL-TABLE.
           05 WS-TPL-ENTRY OCCURS 200 TIMES
                   DEPENDING ON WS-TPL-CNT
                   INDEXED BY TX.
               10 WS-T-ID           PIC X(8).
               10 WS-T-OBJET        PIC X(50).

       01  WS-CANAL                 PIC X(1).
       01  WS-ADRESSE               PIC X(50).
       01  WS-OBJET                 PIC X(50).
       01  WS-DESTINATAIRE          PIC X(20).
       01  WS-C                     PIC 9(1).
       01  WS-A-GARDER              PIC X.
           88 LIGNE-GARDEE          VALUE "Y".

       01  WS-NUMEROTES-CNT         PIC 9(5) VALUE ZERO.
       01  WS-TRANSMIS-CNT          PIC 9(5) VALUE ZERO.
       01  WS-COURRIEL-CNT          PIC 9(5) VALUE ZERO.
       01  WS-SMS-CNT               PIC 9(5) VALUE ZERO.
       01  WS-RELANCES-CNT          PIC 9(5) VALUE ZERO.
       01  WS-PAPIER-CNT            PIC 9(5) VALUE ZERO.
       01  WS-REPLI-CNT             PIC 9(5) VALUE ZERO.
       01  WS-SUSPENS-CNT           PIC 9(5) VALUE ZERO.
       01  WS-PURGES-CNT            PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITER-NOTIFICATION-DEB
              THRU 2000-TRAITER-NOTIFICATION-FIN
              VARYING WS-Q FROM 1 BY 1
              UNTIL WS-Q > WS-QUEUE-CNT.

           PERFORM 3000-SAUVEGARDER-QUEUE-DEB
              THRU 3000-SAUVEGARDER-QUEUE-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-JOUR-RUN = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           PERFORM 1100-CHARGER-MODELES-DEB
              THRU 1100-CHARGER-MODELES-FIN.
           PERFORM 1200-CHARGER-QUEUE-DEB
              THRU 1200-CHARGER-QUEUE-FIN.

           OPEN OUTPUT GATEWAY-FILE.
           IF WS-GATEWAY-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE GATEWAY-FILE: "
                       WS-GATEWAY-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE PRINT-FILE: "
                       WS-PRINT-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SUSPENSE-FILE: "
                       WS-SUSPENSE-STATUS
               STOP RUN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-CHARGER-MODELES-DEB.
           OPEN INPUT TEMPLATE-FILE.
           IF WS-TEMPLATE-STATUS = "00"
               PERFORM UNTIL WS-TEMPLATE-STATUS = "10"
                   READ TEMPLATE-FILE
                       AT END
                           MOVE "10" TO WS-TEMPLATE-STATUS
                       NOT AT END
                           IF TPL-ID NOT = SPACES
                               IF WS-TPL-CNT >= 200
                                   DISPLAY "TABLE DES MODELES PLEINE"
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-TPL-CNT
                               SET TX TO WS-TPL-CNT
                               MOVE TPL-ID TO WS-T-ID(TX)
                               MOVE TPL-OBJET TO WS-T-OBJET(TX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.
       1100-CHARGER-MODELES-FIN.
           EXIT.

      * No queue yet is an empty queue: nobody has written.
       1200-CHARGER-QUEUE-DEB.
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
                               IF NTQ-ID IS NUMERIC
                                       AND NTQ-ID > WS-DERNIER-ID
                                   MOVE NTQ-ID TO WS-DERNIER-ID
                               END-IF
                           ELSE
                               DISPLAY "FILE DES NOTIFICATIONS PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.
       1200-CHARGER-QUEUE-FIN.
           EXIT.

       2000-TRAITER-NOTIFICATION-DEB.
           MOVE WS-Q-ENREG(WS-Q) TO NOTIFICATION-QUEUE-RECORD.

           IF NTQ-ID NOT NUMERIC OR NTQ-ID = ZERO
               ADD 1 TO WS-DERNIER-ID
               MOVE WS-DERNIER-ID TO NTQ-ID
               ADD 1 TO WS-NUMEROTES-CNT
           END-IF.

           EVALUATE TRUE
               WHEN NTQ-A-ENVOYER
                   PERFORM 2100-ACHEMINER-DEB
                      THRU 2100-ACHEMINER-FIN
               WHEN NTQ-ECHEC AND NTQ-ESSAIS < WS-ESSAIS-MAX
                   ADD 1 TO WS-RELANCES-CNT
                   PERFORM 2100-ACHEMINER-DEB
                      THRU 2100-ACHEMINER-FIN
               WHEN (NTQ-ECHEC OR NTQ-REJETEE)
                       AND NTQ-REPLI NOT = "Y"
                   PERFORM 2400-REPLIER-PAPIER-DEB
                      THRU 2400-REPLIER-PAPIER-FIN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE NOTIFICATION-QUEUE-RECORD TO WS-Q-ENREG(WS-Q).
       2000-TRAITER-NOTIFICATION-FIN.
           EXIT.

      * The address is taken from the directory as it stands today.
       2100-ACHEMINER-DEB.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           ADD NTQ-ID TO CT-INPUT-HASH-TOTAL.

           PERFORM 2150-CHERCHER-MODELE-DEB
              THRU 2150-CHERCHER-MODELE-FIN.
           IF WS-TPL-TROUVE = ZERO
               MOVE SPACES TO SUSPENSE-LINE
               STRING NTQ-ID " " NTQ-PRODUCTEUR " " NTQ-TEMPLATE
                      " MODELE INCONNU"
                      DELIMITED BY SIZE INTO SUSPENSE-LINE
               WRITE SUSPENSE-LINE
               ADD 1 TO WS-SUSPENS-CNT
               ADD 1 TO CT-OUTPUT-RECORD-COUNT
               ADD NTQ-ID TO CT-OUTPUT-HASH-TOTAL
           ELSE
               CALL "NotifyContactLookup" USING NTQ-DEST-TYPE
                   NTQ-DEST-ID WS-CANAL WS-ADRESSE
               MOVE WS-CANAL TO NTQ-CANAL
               MOVE WS-ADRESSE TO NTQ-ADRESSE
               MOVE WS-RUN-DATE TO NTQ-DATE-STATUT
               IF NTQ-PAPIER
                   PERFORM 2300-IMPRIMER-DEB
                      THRU 2300-IMPRIMER-FIN
                   MOVE "I" TO NTQ-STATUT
                   MOVE "SANS ADRESSE ELECTRONIQUE" TO NTQ-MOTIF
                   ADD 1 TO WS-PAPIER-CNT
               ELSE
                   PERFORM 2200-TRANSMETTRE-DEB
                      THRU 2200-TRANSMETTRE-FIN
               END-IF
           END-IF.
       2100-ACHEMINER-FIN.
           EXIT.

       2150-CHERCHER-MODELE-DEB.
           MOVE ZERO TO WS-TPL-TROUVE.
           MOVE SPACES TO WS-OBJET.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TPL-CNT OR WS-TPL-TROUVE > ZERO
               IF WS-T-ID(WS-T) = NTQ-TEMPLATE
                   MOVE WS-T TO WS-TPL-TROUVE
                   MOVE WS-T-OBJET(WS-T) TO WS-OBJET
               END-IF
           END-PERFORM.
       2150-CHERCHER-MODELE-FIN.
           EXIT.

       2200-TRANSMETTRE-DEB.
           MOVE SPACES TO NOTIFY-GATEWAY-RECORD.
           MOVE NTQ-ID TO NGW-ID.
           MOVE NTQ-CANAL TO NGW-CANAL.
           MOVE NTQ-ADRESSE TO NGW-ADRESSE.
           MOVE NTQ-TEMPLATE TO NGW-TEMPLATE.
           MOVE WS-OBJET TO NGW-OBJET.
           MOVE NTQ-CHAMPS TO NGW-CHAMPS.
           WRITE NOTIFY-GATEWAY-RECORD.

           MOVE "T" TO NTQ-STATUT.
           ADD 1 TO NTQ-ESSAIS.
           MOVE SPACES TO NTQ-MOTIF.
           ADD 1 TO WS-TRANSMIS-CNT.
           IF NTQ-COURRIEL
               ADD 1 TO WS-COURRIEL-CNT
           ELSE
               ADD 1 TO WS-SMS-CNT
           END-IF.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD NTQ-ID TO CT-OUTPUT-HASH-TOTAL.
       2200-TRANSMETTRE-FIN.
           EXIT.

      * The paper copy names the recipient by type and id; the
      * mailroom addresses it from the master the id belongs to.
       2300-IMPRIMER-DEB.
           EVALUATE TRUE
               WHEN NTQ-EMPLOYE
                   MOVE "EMPLOYE" TO WS-DESTINATAIRE
               WHEN NTQ-MEMBRE
                   MOVE "MEMBRE" TO WS-DESTINATAIRE
               WHEN NTQ-TUTEUR
                   MOVE "TUTEUR DE L'ELEVE" TO WS-DESTINATAIRE
               WHEN OTHER
                   MOVE "DESTINATAIRE" TO WS-DESTINATAIRE
           END-EVALUATE.

           MOVE SPACES TO PRINT-LINE.
           STRING "NOTIFICATION " NTQ-ID " DU " NTQ-DATE-CREATION
                  " - " NTQ-PRODUCTEUR
                  DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "A : " WS-DESTINATAIRE " " NTQ-DEST-ID
                  DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "OBJET : " WS-OBJET
                  DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
               IF NTQ-CHAMP(WS-C) NOT = SPACES
                   MOVE SPACES TO PRINT-LINE
                   STRING "  " NTQ-CHAMP(WS-C)
                          DELIMITED BY SIZE INTO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-PERFORM.
           MOVE ALL "-" TO PRINT-LINE.
           WRITE PRINT-LINE.

           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD NTQ-ID TO CT-OUTPUT-HASH-TOTAL.
       2300-IMPRIMER-FIN.
           EXIT.

      * A bounce, or a failure past the last handover, keeps its
      * status and reason for the record and goes out on paper.
       2400-REPLIER-PAPIER-DEB.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           ADD NTQ-ID TO CT-INPUT-HASH-TOTAL.
           PERFORM 2150-CHERCHER-MODELE-DEB
              THRU 2150-CHERCHER-MODELE-FIN.
           PERFORM 2300-IMPRIMER-DEB
              THRU 2300-IMPRIMER-FIN.
           MOVE "Y" TO NTQ-REPLI.
           MOVE WS-RUN-DATE TO NTQ-DATE-STATUT.
           ADD 1 TO WS-REPLI-CNT.
       2400-REPLIER-PAPIER-FIN.
           EXIT.

       3000-SAUVEGARDER-QUEUE-DEB.
           OPEN OUTPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE QUEUE-FILE: "
                       WS-QUEUE-STATUS
               STOP RUN
           END-IF.
           PERFORM 3100-ECRIRE-LIGNE-DEB
              THRU 3100-ECRIRE-LIGNE-FIN
              VARYING WS-Q FROM 1 BY 1
              UNTIL WS-Q > WS-QUEUE-CNT.
           CLOSE QUEUE-FILE.
       3000-SAUVEGARDER-QUEUE-FIN.
           EXIT.

       3100-ECRIRE-LIGNE-DEB.
           MOVE WS-Q-ENREG(WS-Q) TO NOTIFICATION-QUEUE-RECORD.
           MOVE "Y" TO WS-A-GARDER.
           IF NTQ-IMPRIMEE OR NTQ-LIVREE
                   OR ((NTQ-REJETEE OR NTQ-ECHEC) AND NTQ-REPLI = "Y")
               COMPUTE WS-JOUR-STATUT =
                       FUNCTION INTEGER-OF-DATE(NTQ-DATE-STATUT)
               IF WS-JOUR-RUN - WS-JOUR-STATUT > WS-RETENTION
                   MOVE "N" TO WS-A-GARDER
               END-IF
           END-IF.
           IF LIGNE-GARDEE
               WRITE NOTIFICATION-QUEUE-RECORD
           ELSE
               ADD 1 TO WS-PURGES-CNT
           END-IF.
       3100-ECRIRE-LIGNE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE GATEWAY-FILE.
           CLOSE PRINT-FILE.
           CLOSE SUSPENSE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "ACHEMINEMENT DES NOTIFICATIONS TERMINE.".
           DISPLAY "NOTIFICATIONS EN FILE : " WS-QUEUE-CNT.
           DISPLAY "NUMEROTEES CE JOUR    : " WS-NUMEROTES-CNT.
           DISPLAY "REMISES A LA PASSERELLE: " WS-TRANSMIS-CNT.
           DISPLAY "  DONT COURRIEL       : " WS-COURRIEL-CNT.
           DISPLAY "  DONT SMS            : " WS-SMS-CNT.
           DISPLAY "  DONT NOUVEL ESSAI   : " WS-RELANCES-CNT.
           DISPLAY "IMPRIMEES SANS ADRESSE: " WS-PAPIER-CNT.
           DISPLAY "REPLIS SUR PAPIER     : " WS-REPLI-CNT.
           DISPLAY "MODELE INCONNU        : " WS-SUSPENS-CNT.
           DISPLAY "PURGEES (> 90 JOURS)  : " WS-PURGES-CNT.
           DISPLAY "------------------------------------------------".

           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.

           IF WS-SUSPENS-CNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-FIN.
           EXIT.
