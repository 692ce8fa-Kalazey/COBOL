       IDENTIFICATION DIVISION.
       PROGRAM-ID. FileCapacityTrend.
       AUTHOR. Mathieu.

      * Weekly growth and capacity watch over the data files. The
      * append-only files - VISITOR-LOG, the audit trail, the GL
      * journal, the event and term histories - only ever grow, and
      * the first we heard of a full in-memory table was the job
      * that abended on it. Every file of the capacity register is
      * measured (records and bytes) into the capacity history; a
      * rerun the same day replaces that day's measure. The growth
      * rate per day is taken between today's measure and the oldest
      * one inside the look-back window of the parameter card, and
      * for each program the register says loads the file into a
      * table, the report gives the table limit, how full it is and
      * the date the file should reach it at that rate. A table
      * already full, or due to fill within the horizon of the
      * parameter card, is flagged, and the run ends with condition
      * code 4. A program that keeps only part of the file (one
      * account, one day) is measured against the whole file, so its
      * warning comes early rather than late. A register row with no
      * program tracks the file's growth without a limit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT SCAN-FILE ASSIGN DYNAMIC WS-SCAN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-HISTORY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One row per table a program loads the file into; the rows
      * of a file are kept together. FCR-PROGRAMME blank: the file
      * is watched without a limit.
       FD  REGISTER-FILE.
       01  CAPACITY-REGISTER-RECORD.
           05 FCR-PATH              PIC X(40).
           05 FCR-PROGRAMME         PIC X(30).
           05 FCR-LIMITE            PIC 9(6).

      * Any line of any of our files: the length read gives the
      * bytes, one more for the line end.
       FD  SCAN-FILE
           RECORD IS VARYING IN SIZE FROM 0 TO 4000 CHARACTERS
               DEPENDING ON WS-SCAN-LNG.
       01  SCAN-RECORD              PIC X(4000).

       FD  HISTORY-FILE.
       01  CAPACITY-HISTORY-RECORD.
           05 FCH-DATE              PIC 9(8).
           05 FCH-PATH              PIC X(40).
           05 FCH-ENREG             PIC 9(7).
           05 FCH-OCTETS            PIC 9(10).

       FD  PARM-FILE.
       01  CAPACITY-TREND-PARM.
           05 PRM-HORIZON-JOURS     PIC 9(4).
           05 PRM-RECUL-JOURS       PIC 9(4).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-PATH         PIC X(40)
                             VALUE "Data/FILE-CAPACITY-REGISTER.txt".
       01  WS-SCAN-PATH             PIC X(40).
       01  WS-HISTORY-PATH          PIC X(40)
                             VALUE "Data/FILE-CAPACITY-HISTORY.txt".
       01  WS-PARM-PATH             PIC X(40)
                             VALUE "Data/CAPACITY-TREND-PARM.txt".
       01  WS-REPORT-PATH           PIC X(40)
                             VALUE "Data/FILE-CAPACITY-REPORT.txt".
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-SCAN-STATUS           PIC XX.
       01  WS-HISTORY-STATUS        PIC XX.
       01  WS-PARM-STATUS           PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

      * Flag a table due to fill within this many days; measure the
      * growth over at most this many days back.
       01  WS-HORIZON-JOURS         PIC 9(4) VALUE 90.
       01  WS-RECUL-JOURS           PIC 9(4) VALUE 91.

       01  WS-SCAN-LNG              PIC 9(4).

       01  WS-HIST-CNT              PIC 9(4) VALUE ZERO.
       01  WS-H                     PIC 9(4).
       01  WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 5000 TIMES
                   DEPENDING ON WS-HIST-CNT
                   INDEXED BY HX.
               10 WS-H-DATE         PIC 9(8).
               10 WS-H-PATH         PIC X(40).
               10 WS-H-ENREG        PIC 9(7).
               10 WS-H-OCTETS       PIC 9(10).

       01  WS-FICHIER-COURANT       PIC X(40) VALUE SPACES.
       01  WS-FICHIER-PRESENT       PIC X.
       01  WS-ENREG                 PIC 9(7).
       01  WS-OCTETS                PIC 9(10).

       01  WS-BASE-DATE             PIC 9(8).
       01  WS-BASE-ENREG            PIC 9(7).
       01  WS-BASE-OCTETS           PIC 9(10).
       01  WS-ENTIER-BASE           PIC 9(8).
       01  WS-ENTIER-DATE           PIC 9(8).
       01  WS-ECART-JOURS           PIC 9(5).
       01  WS-CROISSANCE-JOUR       PIC S9(7)V99.
       01  WS-CROISSANCE-SEMAINE    PIC S9(8).
       01  WS-OCTETS-SEMAINE        PIC S9(11).
       01  WS-TAUX-CONNU            PIC X.

       01  WS-RESTANT               PIC S9(7).
       01  WS-JOURS-RESTANTS        PIC 9(7).
       01  WS-ENTIER-ECHEANCE       PIC 9(8).
       01  WS-DATE-ECHEANCE         PIC 9(8).
       01  WS-REMPLISSAGE           PIC 9(5).

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-ENTIER-RUN            PIC 9(8).
       01  WS-WORST-RC              PIC 9(4) VALUE ZERO.

       01  WS-FICHIER-CNT           PIC 9(3) VALUE ZERO.
       01  WS-LIMITE-CNT            PIC 9(3) VALUE ZERO.
       01  WS-ALERTE-CNT            PIC 9(3) VALUE ZERO.
       01  WS-ABSENT-CNT            PIC 9(3) VALUE ZERO.

       01  WS-ED-ENREG              PIC Z(6)9.
       01  WS-ED-OCTETS             PIC Z(9)9.
       01  WS-ED-CROISSANCE         PIC -(7)9.
       01  WS-ED-OCTETS-SEMAINE     PIC -(10)9.
       01  WS-ED-LIMITE             PIC Z(5)9.
       01  WS-ED-REMPLISSAGE        PIC ZZZZ9.
       01  WS-ED-JOURS              PIC Z(6)9.
       01  WS-ED-DATE               PIC X(10).
       01  WS-ED-BASE               PIC X(10).
       01  WS-ED-SIGNAL             PIC X(17).

       COPY "ReportHeader.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITER-LIGNE-DEB
              THRU 2000-TRAITER-LIGNE-FIN
              UNTIL END-OF-FILE.

           PERFORM 5000-SAUVEGARDER-HISTORIQUE-DEB
              THRU 5000-SAUVEGARDER-HISTORIQUE-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           MOVE WS-WORST-RC TO RETURN-CODE.
           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-ENTIER-RUN =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-HORIZON-JOURS IS NUMERIC
                               AND PRM-HORIZON-JOURS > ZERO
                           MOVE PRM-HORIZON-JOURS TO WS-HORIZON-JOURS
                       END-IF
                       IF PRM-RECUL-JOURS IS NUMERIC
                               AND PRM-RECUL-JOURS > ZERO
                           MOVE PRM-RECUL-JOURS TO WS-RECUL-JOURS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

           PERFORM 1100-CHARGER-HISTORIQUE-DEB
              THRU 1100-CHARGER-HISTORIQUE-FIN.

           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "REGISTRE DE CAPACITE INDISPONIBLE: "
                       WS-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "FileCapacityTrend" TO RH-PROGRAM-ID.
           MOVE "CAPACITE FICHIERS" TO RH-REPORT-TITLE.
           MOVE SPACES TO RH-RUN-DATE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 40 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM 2100-LIRE-REGISTRE-DEB
              THRU 2100-LIRE-REGISTRE-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

      * History of the current day is dropped at load, so a rerun
      * replaces its measure instead of doubling it; so is any
      * measure older than the look-back window, which no growth
      * rate reads again, so the history stays the size of the
      * window however many files the register lists.
       1100-CHARGER-HISTORIQUE-DEB.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-STATUS = "10"
                   READ HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-HISTORY-STATUS
                       NOT AT END
                           IF FCH-DATE NOT = WS-RUN-DATE
                               COMPUTE WS-ENTIER-DATE = FUNCTION
                                       INTEGER-OF-DATE(FCH-DATE)
                               IF WS-ENTIER-RUN - WS-ENTIER-DATE
                                       NOT > WS-RECUL-JOURS
                                   PERFORM 1110-GARDER-MESURE-DEB
                                      THRU 1110-GARDER-MESURE-FIN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
       1100-CHARGER-HISTORIQUE-FIN.
           EXIT.

       1110-GARDER-MESURE-DEB.
           IF WS-HIST-CNT >= 5000
               DISPLAY "TABLE HISTORIQUE CAPACITE PLEINE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HIST-CNT.
           SET HX TO WS-HIST-CNT.
           MOVE FCH-DATE TO WS-H-DATE(HX).
           MOVE FCH-PATH TO WS-H-PATH(HX).
           MOVE FCH-ENREG TO WS-H-ENREG(HX).
           MOVE FCH-OCTETS TO WS-H-OCTETS(HX).
       1110-GARDER-MESURE-FIN.
           EXIT.

      * First row of a file: measure it, record the measure and
      * work out its growth; every row with a program then gets its
      * limit projected.
       2000-TRAITER-LIGNE-DEB.
           IF FCR-PATH NOT = WS-FICHIER-COURANT
               MOVE FCR-PATH TO WS-FICHIER-COURANT
               PERFORM 2200-MESURER-FICHIER-DEB
                  THRU 2200-MESURER-FICHIER-FIN
               PERFORM 3000-CALCULER-CROISSANCE-DEB
                  THRU 3000-CALCULER-CROISSANCE-FIN
               PERFORM 3100-EDITER-FICHIER-DEB
                  THRU 3100-EDITER-FICHIER-FIN
           END-IF.

           IF FCR-PROGRAMME NOT = SPACES
               PERFORM 3200-PROJETER-LIMITE-DEB
                  THRU 3200-PROJETER-LIMITE-FIN
           END-IF.

           PERFORM 2100-LIRE-REGISTRE-DEB
              THRU 2100-LIRE-REGISTRE-FIN.
       2000-TRAITER-LIGNE-FIN.
           EXIT.

      * Blank rows are passed over.
       2100-LIRE-REGISTRE-DEB.
           MOVE SPACES TO CAPACITY-REGISTER-RECORD.
           PERFORM UNTIL END-OF-FILE
                      OR CAPACITY-REGISTER-RECORD NOT = SPACES
               READ REGISTER-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.
       2100-LIRE-REGISTRE-FIN.
           EXIT.

      * A file not there (not yet created, or between generations)
      * measures zero and is reported as absent.
       2200-MESURER-FICHIER-DEB.
           ADD 1 TO WS-FICHIER-CNT.
           MOVE ZERO TO WS-ENREG.
           MOVE ZERO TO WS-OCTETS.
           MOVE "N" TO WS-FICHIER-PRESENT.
           MOVE FCR-PATH TO WS-SCAN-PATH.
           OPEN INPUT SCAN-FILE.
           IF WS-SCAN-STATUS = "00"
               MOVE "Y" TO WS-FICHIER-PRESENT
               PERFORM 2300-COMPTER-LIGNE-DEB
                  THRU 2300-COMPTER-LIGNE-FIN
                  UNTIL WS-SCAN-STATUS = "10"
               CLOSE SCAN-FILE
           ELSE
               ADD 1 TO WS-ABSENT-CNT
           END-IF.

           IF WS-HIST-CNT >= 5000
               DISPLAY "TABLE HISTORIQUE CAPACITE PLEINE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HIST-CNT.
           SET HX TO WS-HIST-CNT.
           MOVE WS-RUN-DATE TO WS-H-DATE(HX).
           MOVE FCR-PATH TO WS-H-PATH(HX).
           MOVE WS-ENREG TO WS-H-ENREG(HX).
           MOVE WS-OCTETS TO WS-H-OCTETS(HX).
       2200-MESURER-FICHIER-FIN.
           EXIT.

       2300-COMPTER-LIGNE-DEB.
           READ SCAN-FILE
               AT END
                   MOVE "10" TO WS-SCAN-STATUS
               NOT AT END
                   ADD 1 TO WS-ENREG
                   COMPUTE WS-OCTETS = WS-OCTETS + WS-SCAN-LNG + 1
           END-READ.
       2300-COMPTER-LIGNE-FIN.
           EXIT.

      * The base is the oldest measure of the file inside the
      * look-back window; with none, the growth is not yet known.
       3000-CALCULER-CROISSANCE-DEB.
           MOVE "N" TO WS-TAUX-CONNU.
           MOVE ZERO TO WS-BASE-DATE.
           MOVE ZERO TO WS-CROISSANCE-JOUR.
           MOVE ZERO TO WS-CROISSANCE-SEMAINE.
           MOVE ZERO TO WS-OCTETS-SEMAINE.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HIST-CNT
               IF WS-H-PATH(WS-H) = FCR-PATH
                       AND WS-H-DATE(WS-H) < WS-RUN-DATE
                   COMPUTE WS-ENTIER-DATE = FUNCTION
                           INTEGER-OF-DATE(WS-H-DATE(WS-H))
                   IF WS-ENTIER-RUN - WS-ENTIER-DATE
                           NOT > WS-RECUL-JOURS
                       IF WS-BASE-DATE = ZERO
                               OR WS-H-DATE(WS-H) < WS-BASE-DATE
                           MOVE WS-H-DATE(WS-H) TO WS-BASE-DATE
                           MOVE WS-H-ENREG(WS-H) TO WS-BASE-ENREG
                           MOVE WS-H-OCTETS(WS-H) TO WS-BASE-OCTETS
                           MOVE WS-ENTIER-DATE TO WS-ENTIER-BASE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-BASE-DATE NOT = ZERO
               MOVE "Y" TO WS-TAUX-CONNU
               COMPUTE WS-ECART-JOURS = WS-ENTIER-RUN - WS-ENTIER-BASE
               COMPUTE WS-CROISSANCE-JOUR ROUNDED =
                       (WS-ENREG - WS-BASE-ENREG) / WS-ECART-JOURS
               COMPUTE WS-CROISSANCE-SEMAINE ROUNDED =
                       (WS-ENREG - WS-BASE-ENREG) * 7 / WS-ECART-JOURS
               COMPUTE WS-OCTETS-SEMAINE ROUNDED =
                       (WS-OCTETS - WS-BASE-OCTETS) * 7
                       / WS-ECART-JOURS
           END-IF.
       3000-CALCULER-CROISSANCE-FIN.
           EXIT.

       3100-EDITER-FICHIER-DEB.
           ADD 3 TO RH-LINE-COUNT.
           PERFORM 3900-IMPRIMER-ENTETE-DEB
              THRU 3900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-ENREG TO WS-ED-ENREG.
           MOVE WS-OCTETS TO WS-ED-OCTETS.
           MOVE SPACES TO REPORT-LINE.
           IF WS-FICHIER-PRESENT = "Y"
               STRING FCR-PATH " ENREG " WS-ED-ENREG
                      "  OCTETS " WS-ED-OCTETS
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING FCR-PATH " *** FICHIER ABSENT ***"
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           IF WS-TAUX-CONNU = "Y"
               MOVE WS-CROISSANCE-SEMAINE TO WS-ED-CROISSANCE
               MOVE WS-OCTETS-SEMAINE TO WS-ED-OCTETS-SEMAINE
               MOVE SPACES TO WS-ED-BASE
               STRING WS-BASE-DATE(1:4) "-" WS-BASE-DATE(5:2) "-"
                      WS-BASE-DATE(7:2)
                      DELIMITED BY SIZE INTO WS-ED-BASE
               STRING "    CROISSANCE PAR SEMAINE " WS-ED-CROISSANCE
                      " ENREG " WS-ED-OCTETS-SEMAINE
                      " OCTETS (DEPUIS LE " WS-ED-BASE ")"
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE "    CROISSANCE INCONNUE - PREMIERE MESURE"
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
       3100-EDITER-FICHIER-FIN.
           EXIT.

      * Fill of the table today and the date the file reaches the
      * limit at the measured rate; a full table, or one due to fill
      * within the horizon, is flagged.
       3200-PROJETER-LIMITE-DEB.
           ADD 1 TO WS-LIMITE-CNT.
           MOVE FCR-LIMITE TO WS-ED-LIMITE.
           MOVE ZERO TO WS-REMPLISSAGE.
           IF FCR-LIMITE > ZERO
               COMPUTE WS-REMPLISSAGE = WS-ENREG * 100 / FCR-LIMITE
           END-IF.
           MOVE WS-REMPLISSAGE TO WS-ED-REMPLISSAGE.
           COMPUTE WS-RESTANT = FCR-LIMITE - WS-ENREG.

           ADD 1 TO RH-LINE-COUNT.
           PERFORM 3900-IMPRIMER-ENTETE-DEB
              THRU 3900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.

           IF WS-RESTANT NOT > ZERO
               PERFORM 3300-SIGNALER-DEB
                  THRU 3300-SIGNALER-FIN
               STRING "    " FCR-PROGRAMME " LIMITE " WS-ED-LIMITE
                      " REMPLI " WS-ED-REMPLISSAGE " PC"
                      "  *** LIMITE ATTEINTE ***"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 3200-PROJETER-LIMITE-FIN
           END-IF.

           IF WS-TAUX-CONNU = "N" OR WS-CROISSANCE-JOUR NOT > ZERO
               STRING "    " FCR-PROGRAMME " LIMITE " WS-ED-LIMITE
                      " REMPLI " WS-ED-REMPLISSAGE " PC"
                      "  PAS DE CROISSANCE MESUREE"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 3200-PROJETER-LIMITE-FIN
           END-IF.

           COMPUTE WS-JOURS-RESTANTS =
                   WS-RESTANT / WS-CROISSANCE-JOUR.
           COMPUTE WS-ENTIER-ECHEANCE =
                   WS-ENTIER-RUN + WS-JOURS-RESTANTS.
           COMPUTE WS-DATE-ECHEANCE = FUNCTION
                   DATE-OF-INTEGER(WS-ENTIER-ECHEANCE).
           MOVE SPACES TO WS-ED-DATE.
           STRING WS-DATE-ECHEANCE(1:4) "-" WS-DATE-ECHEANCE(5:2)
                  "-" WS-DATE-ECHEANCE(7:2)
                  DELIMITED BY SIZE INTO WS-ED-DATE.
           MOVE WS-JOURS-RESTANTS TO WS-ED-JOURS.
           MOVE SPACES TO WS-ED-SIGNAL.
           IF WS-JOURS-RESTANTS NOT > WS-HORIZON-JOURS
               PERFORM 3300-SIGNALER-DEB
                  THRU 3300-SIGNALER-FIN
               MOVE "  *** HORIZON ***" TO WS-ED-SIGNAL
           END-IF.
           STRING "    " FCR-PROGRAMME " LIMITE " WS-ED-LIMITE
                  " REMPLI " WS-ED-REMPLISSAGE " PC"
                  "  ATTEINTE LE " WS-ED-DATE
                  " (" WS-ED-JOURS " J)" WS-ED-SIGNAL
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       3200-PROJETER-LIMITE-FIN.
           EXIT.

       3300-SIGNALER-DEB.
           ADD 1 TO WS-ALERTE-CNT.
           IF WS-WORST-RC < 4
               MOVE 4 TO WS-WORST-RC
           END-IF.
           DISPLAY "CAPACITE - " FCR-PROGRAMME " SUR "
                   FCR-PATH.
       3300-SIGNALER-FIN.
           EXIT.

       3900-IMPRIMER-ENTETE-DEB.
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
               STRING "HORIZON " WS-HORIZON-JOURS " J - CROISSANCE "
                      "MESUREE SUR " WS-RECUL-JOURS " J AU PLUS"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 2 TO RH-LINE-COUNT
           END-IF.
       3900-IMPRIMER-ENTETE-FIN.
           EXIT.

       5000-SAUVEGARDER-HISTORIQUE-DEB.
           OPEN OUTPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE HISTORY-FILE: "
                       WS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HIST-CNT
               MOVE SPACES TO CAPACITY-HISTORY-RECORD
               MOVE WS-H-DATE(WS-H) TO FCH-DATE
               MOVE WS-H-PATH(WS-H) TO FCH-PATH
               MOVE WS-H-ENREG(WS-H) TO FCH-ENREG
               MOVE WS-H-OCTETS(WS-H) TO FCH-OCTETS
               WRITE CAPACITY-HISTORY-RECORD
           END-PERFORM.
           CLOSE HISTORY-FILE.
       5000-SAUVEGARDER-HISTORIQUE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE REGISTER-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "SUIVI DE CAPACITE DES FICHIERS TERMINE.".
           DISPLAY "FICHIERS MESURES      : " WS-FICHIER-CNT.
           DISPLAY "FICHIERS ABSENTS      : " WS-ABSENT-CNT.
           DISPLAY "LIMITES SUIVIES       : " WS-LIMITE-CNT.
           DISPLAY "LIMITES SIGNALEES     : " WS-ALERTE-CNT.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
