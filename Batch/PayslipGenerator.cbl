      * gross and net from the YTD accumulator file. Every caption
      * is pulled through MessageCatalog, so the French and English
      * staff each read their own language off the same run.
      * Each slip is also queued through NotificationWriter
      * (template BULLPAIE, with the run date, department, gross
      * and net as merge fields); an employee with an email
      * address or mobile number in the contact directory gets it
      * from the gateway instead, and only the others are printed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-RUN-DATE              PIC 9(8).

       01  WS-NT-PRODUCTEUR         PIC X(20)
                                 VALUE "PayslipGenerator".
       01  WS-NT-TEMPLATE           PIC X(8) VALUE "BULLPAIE".
       01  WS-NT-DEST-TYPE          PIC X(1) VALUE "E".
       01  WS-NT-CHAMPS.
           05 WS-NT-CHAMP           PIC X(20) OCCURS 5 TIMES.
       01  WS-NT-PAPIER-LOCAL       PIC X(1) VALUE "Y".
       01  WS-NT-CANAL              PIC X(1).
       01  WS-ELECTRONIQUE-CNT      PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
           EXIT.

       2000-EDITER-BULLETIN-DEB.
           MOVE SPACES TO WS-NT-CHAMPS.
           MOVE WS-RUN-DATE TO WS-NT-CHAMP(1).
           MOVE NP-DEPT-CODE TO WS-NT-CHAMP(2).
           MOVE NP-BRUT TO WS-MONTANT-EDITE.
           MOVE WS-MONTANT-EDITE TO WS-NT-CHAMP(3).
           MOVE NP-NET TO WS-NET-EDITE.
           MOVE WS-NET-EDITE TO WS-NT-CHAMP(4).
           CALL "NotificationWriter" USING WS-NT-PRODUCTEUR
               WS-NT-TEMPLATE WS-NT-DEST-TYPE NP-EMP-ID
               WS-NT-CHAMPS WS-NT-PAPIER-LOCAL WS-NT-CANAL.
           IF WS-NT-CANAL = "P"
               PERFORM 2050-IMPRIMER-BULLETIN-DEB
                  THRU 2050-IMPRIMER-BULLETIN-FIN
           ELSE
               ADD 1 TO WS-ELECTRONIQUE-CNT
           END-IF.

           PERFORM 2100-LIRE-NET-DEB
              THRU 2100-LIRE-NET-FIN.
       2000-EDITER-BULLETIN-FIN.
           EXIT.

       2050-IMPRIMER-BULLETIN-DEB.
           ADD 1 TO WS-PAGE-CNT.

           MOVE SPACES TO PAYSLIP-LINE.

           PERFORM 2300-EDITER-CUMULS-DEB
              THRU 2300-EDITER-CUMULS-FIN.
       2050-IMPRIMER-BULLETIN-FIN.
           EXIT.

       2100-LIRE-NET-DEB.
           DISPLAY "------------------------------------------------".
           DISPLAY "EDITION DES BULLETINS TERMINEE.".
           DISPLAY "BULLETINS EDITES      : " WS-PAGE-CNT.
           DISPLAY "BULLETINS DEMATERIAL. : " WS-ELECTRONIQUE-CNT.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
