       IDENTIFICATION DIVISION.
       PROGRAM-ID. WatchListWeeklyReport.
       AUTHOR. Mathieu.

      * Weekly security review of the banned-visitor watch list.
      * The first part lists every hit of the security alert log
      * over the last days of Data/WATCH-LIST-PARM.txt (7 when not
      * given) - who was keyed at which door program, the listed
      * name it met, whether entry was refused or referred - with
      * the count of each. The second part lists the bans in force
      * whose last day falls within the next days of the same
      * parameter (14 when not given), so the issuing officer can
      * extend them through WatchListMaintenance before they lapse.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ALERT-FILE ASSIGN DYNAMIC WS-ALERT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT WATCH-LIST-FILE ASSIGN DYNAMIC WS-LISTE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LISTE-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  WATCH-LIST-PARM.
           05 PRM-JOURS-ALERTES-X   PIC X(3).
           05 PRM-JOURS-ALERTES REDEFINES PRM-JOURS-ALERTES-X
                                    PIC 9(3).
           05 PRM-JOURS-EXPIRATION-X
                                    PIC X(3).
           05 PRM-JOURS-EXPIRATION REDEFINES PRM-JOURS-EXPIRATION-X
                                    PIC 9(3).

       FD  ALERT-FILE.
           COPY "SecurityAlert.cpy".

       FD  WATCH-LIST-FILE.
           COPY "WatchList.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/WATCH-LIST-PARM.txt".
       01  WS-ALERT-PATH            PIC X(40)
                                 VALUE "Data/SECURITY-ALERT-LOG.txt".
       01  WS-LISTE-PATH            PIC X(40)
                                 VALUE "Data/WATCH-LIST.txt".
       01  WS-REPORT-PATH           PIC X(40)
                                 VALUE "Data/WATCH-LIST-REPORT.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-ALERT-STATUS          PIC XX.
       01  WS-LISTE-STATUS          PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-JOURS-ALERTES         PIC 9(3) VALUE 7.
       01  WS-JOURS-EXPIRATION      PIC 9(3) VALUE 14.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-DATE-DEPUIS           PIC 9(8).
       01  WS-DATE-JUSQUA           PIC 9(8).
       01  WS-DATE-ALERTE-X         PIC X(8).
       01  WS-DATE-ALERTE REDEFINES WS-DATE-ALERTE-X
                                    PIC 9(8).
       01  WS-ENTIER-JOUR           PIC 9(8).

       01  WS-BLOQUES-CNT           PIC 9(5) VALUE ZERO.
       01  WS-SIGNALES-CNT          PIC 9(5) VALUE ZERO.
       01  WS-EXPIRANTS-CNT         PIC 9(5) VALUE ZERO.
       01  WS-TYPE-TEXTE            PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-LISTER-ALERTES-DEB
              THRU 2000-LISTER-ALERTES-FIN.

           PERFORM 3000-LISTER-EXPIRANTS-DEB
              THRU 3000-LISTER-EXPIRANTS-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PRM-JOURS-ALERTES-X IS NUMERIC
                           MOVE PRM-JOURS-ALERTES
                               TO WS-JOURS-ALERTES
                       END-IF
                       IF PRM-JOURS-EXPIRATION-X IS NUMERIC
                           MOVE PRM-JOURS-EXPIRATION
                               TO WS-JOURS-EXPIRATION
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

           COMPUTE WS-ENTIER-JOUR =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-JOURS-ALERTES.
           COMPUTE WS-DATE-DEPUIS =
               FUNCTION DATE-OF-INTEGER(WS-ENTIER-JOUR).
           COMPUTE WS-ENTIER-JOUR =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               + WS-JOURS-EXPIRATION.
           COMPUTE WS-DATE-JUSQUA =
               FUNCTION DATE-OF-INTEGER(WS-ENTIER-JOUR).

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE "WatchListWeeklyReport" TO RH-PROGRAM-ID.
           MOVE "LISTE SURVEILLANCE" TO RH-REPORT-TITLE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.
       1000-INITIALISATION-FIN.
           EXIT.

      * Hits after the first day of the window, up to today.
       2000-LISTER-ALERTES-DEB.
           PERFORM 2900-IMPRIMER-ENTETE-DEB
              THRU 2900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "ALERTES DEPUIS LE " WS-DATE-DEPUIS
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-STATUS = "00"
               PERFORM UNTIL WS-ALERT-STATUS = "10"
                   READ ALERT-FILE
                       AT END
                           MOVE "10" TO WS-ALERT-STATUS
                       NOT AT END
                           PERFORM 2100-LISTER-UNE-ALERTE-DEB
                              THRU 2100-LISTER-UNE-ALERTE-FIN
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.

           PERFORM 2900-IMPRIMER-ENTETE-DEB
              THRU 2900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ENTREES REFUSEES " WS-BLOQUES-CNT
                  "  SIGNALEMENTS " WS-SIGNALES-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.
       2000-LISTER-ALERTES-FIN.
           EXIT.

       2100-LISTER-UNE-ALERTE-DEB.
           MOVE ZERO TO WS-DATE-ALERTE.
           IF ALR-TIMESTAMP(1:4) IS NUMERIC
                   AND ALR-TIMESTAMP(6:2) IS NUMERIC
                   AND ALR-TIMESTAMP(9:2) IS NUMERIC
               STRING ALR-TIMESTAMP(1:4) ALR-TIMESTAMP(6:2)
                      ALR-TIMESTAMP(9:2)
                      DELIMITED BY SIZE INTO WS-DATE-ALERTE-X
           END-IF.
           IF WS-DATE-ALERTE > WS-DATE-DEPUIS
                   AND WS-DATE-ALERTE <= WS-RUN-DATE
               IF ALR-BLOQUE
                   ADD 1 TO WS-BLOQUES-CNT
                   MOVE "REFUSE" TO WS-TYPE-TEXTE
               ELSE
                   ADD 1 TO WS-SIGNALES-CNT
                   MOVE "SIGNALE" TO WS-TYPE-TEXTE
               END-IF
               PERFORM 2900-IMPRIMER-ENTETE-DEB
                  THRU 2900-IMPRIMER-ENTETE-FIN
               MOVE SPACES TO REPORT-LINE
               STRING "  " ALR-TIMESTAMP(1:16) " " ALR-NOM-SAISI
                      " > " ALR-NOM-LISTE " " WS-TYPE-TEXTE " "
                      ALR-PROGRAMME
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           END-IF.
       2100-LISTER-UNE-ALERTE-FIN.
           EXIT.

       2900-IMPRIMER-ENTETE-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               ADD 1 TO RH-PAGE-NUMBER
               MOVE SPACES TO RH-HEADING-LINE-1
               STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                      " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                      DELIMITED BY SIZE INTO RH-HEADING-LINE-1
               MOVE RH-HEADING-LINE-1 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ZERO TO RH-LINE-COUNT
           END-IF.
       2900-IMPRIMER-ENTETE-FIN.
           EXIT.

       3000-LISTER-EXPIRANTS-DEB.
           PERFORM 2900-IMPRIMER-ENTETE-DEB
              THRU 2900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "BANS EXPIRANT D'ICI LE " WS-DATE-JUSQUA
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

           OPEN INPUT WATCH-LIST-FILE.
           IF WS-LISTE-STATUS = "00"
               PERFORM UNTIL WS-LISTE-STATUS = "10"
                   READ WATCH-LIST-FILE
                       AT END
                           MOVE "10" TO WS-LISTE-STATUS
                       NOT AT END
                           IF WLS-ACTIF
                                   AND WLS-FIN >= WS-RUN-DATE
                                   AND WLS-FIN <= WS-DATE-JUSQUA
                               ADD 1 TO WS-EXPIRANTS-CNT
                               PERFORM 2900-IMPRIMER-ENTETE-DEB
                                  THRU 2900-IMPRIMER-ENTETE-FIN
                               MOVE SPACES TO REPORT-LINE
                               STRING "  " WLS-NOM " FIN " WLS-FIN
                                      " " WLS-AGENT " " WLS-MOTIF
                                      DELIMITED BY SIZE
                                      INTO REPORT-LINE
                               WRITE REPORT-LINE
                               ADD 1 TO RH-LINE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCH-LIST-FILE
           END-IF.

           PERFORM 2900-IMPRIMER-ENTETE-DEB
              THRU 2900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "  BANS A RECONDUIRE OU LAISSER EXPIRER "
                  WS-EXPIRANTS-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       3000-LISTER-EXPIRANTS-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "REVUE DE LA LISTE DE SURVEILLANCE TERMINEE.".
           DISPLAY "ENTREES REFUSEES      : " WS-BLOQUES-CNT.
           DISPLAY "SIGNALEMENTS          : " WS-SIGNALES-CNT.
           DISPLAY "BANS PROCHES DU TERME : " WS-EXPIRANTS-CNT.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
