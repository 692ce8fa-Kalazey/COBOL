      * labels instead of the customer file. A student with no
      * primary guardian on file lands on the exceptions list - the
      * office hands those cards over at the gate as before.
      * Each card is first queued through NotificationWriter
      * (template CARNET); a primary guardian with an email address
      * or mobile number in the contact directory is told by the
      * gateway that the card is ready, and only the others are put
      * on the mailing file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-LUS-CNT               PIC 9(5) VALUE ZERO.
       01  WS-ADRESSE-CNT           PIC 9(5) VALUE ZERO.
       01  WS-EXCEPTION-CNT         PIC 9(5) VALUE ZERO.
       01  WS-ELECTRONIQUE-CNT      PIC 9(5) VALUE ZERO.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-NT-PRODUCTEUR         PIC X(20)
                                 VALUE "ReportCardMailing".
       01  WS-NT-TEMPLATE           PIC X(8) VALUE "CARNET".
       01  WS-NT-DEST-TYPE          PIC X(1) VALUE "T".
       01  WS-NT-CHAMPS.
           05 WS-NT-CHAMP           PIC X(20) OCCURS 5 TIMES.
       01  WS-NT-PAPIER-LOCAL       PIC X(1) VALUE "Y".
       01  WS-NT-CANAL              PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-CHARGER-TUTEURS-DEB
              THRU 1100-CHARGER-TUTEURS-FIN.

               WRITE EXCEPTION-LINE
           ELSE
               MOVE WS-GRD-TROUVE TO WS-G
               MOVE SPACES TO WS-NT-CHAMPS
               MOVE STU-NAME TO WS-NT-CHAMP(1)
               MOVE WS-G-NAME(WS-G) TO WS-NT-CHAMP(2)
               MOVE WS-RUN-DATE TO WS-NT-CHAMP(3)
               CALL "NotificationWriter" USING WS-NT-PRODUCTEUR
                   WS-NT-TEMPLATE WS-NT-DEST-TYPE STU-ID
                   WS-NT-CHAMPS WS-NT-PAPIER-LOCAL WS-NT-CANAL
               IF WS-NT-CANAL = "P"
                   MOVE SPACES TO CUSTOMER-MAILING-RECORD
                   MOVE WS-G-NAME(WS-G) TO CM-NAME
                   MOVE WS-G-ADDRESS(WS-G) TO CM-ADDRESS
                   MOVE WS-G-CITY(WS-G) TO CM-CITY
                   MOVE WS-G-STATE(WS-G) TO CM-STATE
                   MOVE WS-G-ZIP(WS-G) TO CM-ZIP
                   WRITE CUSTOMER-MAILING-RECORD
                   ADD 1 TO WS-ADRESSE-CNT
               ELSE
                   ADD 1 TO WS-ELECTRONIQUE-CNT
               END-IF
           END-IF.

           PERFORM 2100-LIRE-ELEVE-DEB
           DISPLAY "ADRESSAGE DES BULLETINS TERMINE.".
           DISPLAY "ELEVES LUS            : " WS-LUS-CNT.
           DISPLAY "ADRESSES EMISES       : " WS-ADRESSE-CNT.
           DISPLAY "AVIS DEMATERIALISES   : " WS-ELECTRONIQUE-CNT.
           DISPLAY "SANS TUTEUR PRINCIPAL : " WS-EXCEPTION-CNT.
           DISPLAY "------------------------------------------------".
           IF WS-EXCEPTION-CNT > ZERO
