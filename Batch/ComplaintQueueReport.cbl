       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComplaintQueueReport.
       AUTHOR. Mathieu.

      * Daily queue of the customer complaints still awaiting an
      * answer, for the teams that own them. Every case of the
      * register ComplaintCaseBatch keeps that is open or in
      * progress prints under its team with its customer, its
      * category, the opening date, the response deadline and the
      * business days left (BusinessDayCalculator, today included).
      * A case past its deadline is flagged DEPASSE with the
      * business days it is late; a case with no more business days
      * left than the alert threshold of Data/COMPLAINT-PARM.txt
      * (default 2) is flagged A ECHOIR. Cases are on the register
      * in opening order, so within a team the oldest print first.
      * Each team closes with its count in each band; the foot gives
      * the park's, and the answered cases still waiting to be
      * closed. Any case past its deadline ends the run with
      * condition code 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN DYNAMIC WS-CASE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
           COPY "ComplaintCase.cpy".

       FD  PARM-FILE.
       01  COMPLAINT-PARM-RECORD.
           05 PRM-DELAI-REPONSE     PIC 9(3).
           05 PRM-SEUIL-ALERTE      PIC 9(2).

       FD  MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CMR-ID                PIC X(6).
           05 CMR-NAME              PIC X(30).
           05 CMR-ADDRESS           PIC X(30).
           05 CMR-CITY              PIC X(20).
           05 CMR-STATE             PIC X(2).
           05 CMR-ZIP               PIC X(10).
           05 CMR-COMMENT-PTR       PIC 9(4).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-CASE-PATH             PIC X(40)
                                 VALUE "Data/COMPLAINT-CASES.txt".
       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/COMPLAINT-PARM.txt".
       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/CUSTOMER-MASTER.txt".
       01  WS-REPORT-PATH           PIC X(40)
                                 VALUE "Data/COMPLAINT-QUEUE.txt".
       01  WS-CASE-STATUS           PIC XX.
       01  WS-PARM-STATUS           PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-SEUIL-ALERTE          PIC 9(2) VALUE 2.

      * The cases awaiting an answer, and the teams holding them in
      * the order they first appear.
       01  WS-CASE-CNT              PIC 9(4) VALUE ZERO.
       01  WS-C                     PIC 9(4).
       01  WS-CASE-TABLE.
           05 WS-CASE-ENTRY OCCURS 5000 TIMES
                   DEPENDING ON WS-CASE-CNT.
               10 WS-C-ENREG        PIC X(151).

       01  WS-EQUIPE-CNT            PIC 9(3) VALUE ZERO.
       01  WS-E                     PIC 9(3).
       01  WS-EQUIPE-TROUVEE        PIC 9(3).
       01  WS-EQUIPE-TABLE.
           05 WS-EQUIPE-ENTRY OCCURS 200 TIMES
                   DEPENDING ON WS-EQUIPE-CNT.
               10 WS-EQ-CODE        PIC X(6).

       01  WS-CLIENT-CNT            PIC 9(4) VALUE ZERO.
       01  WS-I                     PIC 9(4).
       01  WS-CLIENT-TABLE.
           05 WS-CLIENT-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-CLIENT-CNT.
               10 WS-K-ID           PIC X(6).
               10 WS-K-NAME         PIC X(30).
       01  WS-NOM-CLIENT            PIC X(20).

       01  WS-BD-FONCTION           PIC X(1) VALUE "C".
       01  WS-BD-DATE-1             PIC 9(8).
       01  WS-BD-DATE-2             PIC 9(8).
       01  WS-BD-RESULT-DATE        PIC 9(8).
       01  WS-BD-RESULT-COUNT       PIC 9(4).
       01  WS-RESTE-JOURS           PIC S9(4).
       01  WS-DRAPEAU               PIC X(8).

       01  WS-LU-CNT                PIC 9(5) VALUE ZERO.
       01  WS-REPONDU-CNT           PIC 9(5) VALUE ZERO.
       01  WS-EQUIPE-TOTAUX.
           05 WS-EQ-CASES           PIC 9(5).
           05 WS-EQ-DANS-DELAI      PIC 9(5).
           05 WS-EQ-A-ECHOIR        PIC 9(5).
           05 WS-EQ-DEPASSE         PIC 9(5).
       01  WS-EN-ATTENTE-CNT        PIC 9(5) VALUE ZERO.
       01  WS-DANS-DELAI-CNT        PIC 9(5) VALUE ZERO.
       01  WS-A-ECHOIR-CNT          PIC 9(5) VALUE ZERO.
       01  WS-DEPASSE-CNT           PIC 9(5) VALUE ZERO.

       01  WS-RESTE-EDITE           PIC -ZZZ9.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-CHARGER-DOSSIERS-DEB
              THRU 2000-CHARGER-DOSSIERS-FIN.

           PERFORM 3000-EDITER-EQUIPE-DEB
              THRU 3000-EDITER-EQUIPE-FIN
              VARYING WS-E FROM 1 BY 1
              UNTIL WS-E > WS-EQUIPE-CNT.

           PERFORM 4000-EDITER-PIED-DEB
              THRU 4000-EDITER-PIED-FIN.

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
                       IF PRM-SEUIL-ALERTE IS NUMERIC
                               AND PRM-SEUIL-ALERTE > ZERO
                           MOVE PRM-SEUIL-ALERTE TO WS-SEUIL-ALERTE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

           MOVE "ComplaintQueueReport" TO RH-PROGRAM-ID.
           MOVE "RECLAMATIONS EN FILE" TO RH-REPORT-TITLE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM 1100-CHARGER-CLIENTS-DEB
              THRU 1100-CHARGER-CLIENTS-FIN.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

      * The master only gives the customer name; a case whose
      * customer is not on it still prints.
       1100-CHARGER-CLIENTS-DEB.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-STATUS = "10"
                   READ MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-STATUS
                       NOT AT END
                           IF WS-CLIENT-CNT < 9999
                               ADD 1 TO WS-CLIENT-CNT
                               MOVE CMR-ID TO WS-K-ID(WS-CLIENT-CNT)
                               MOVE CMR-NAME
                                   TO WS-K-NAME(WS-CLIENT-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF.
       1100-CHARGER-CLIENTS-FIN.
           EXIT.

       2000-CHARGER-DOSSIERS-DEB.
           OPEN INPUT CASE-FILE.
           IF WS-CASE-STATUS = "35"
               DISPLAY "AUCUNE RECLAMATION SUR FICHIER"
           ELSE
               IF WS-CASE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE CASE-FILE: "
                           WS-CASE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-CASE-STATUS = "10"
                   READ CASE-FILE
                       AT END
                           MOVE "10" TO WS-CASE-STATUS
                       NOT AT END
                           ADD 1 TO WS-LU-CNT
                           PERFORM 2100-RETENIR-DOSSIER-DEB
                              THRU 2100-RETENIR-DOSSIER-FIN
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF.
       2000-CHARGER-DOSSIERS-FIN.
           EXIT.

       2100-RETENIR-DOSSIER-DEB.
           IF CPL-REPONDU
               ADD 1 TO WS-REPONDU-CNT
           END-IF.
           IF CPL-A-TRAITER
               IF WS-CASE-CNT >= 5000
                   DISPLAY "TABLE DES RECLAMATIONS PLEINE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CASE-CNT
               MOVE COMPLAINT-CASE-RECORD TO WS-C-ENREG(WS-CASE-CNT)
               MOVE ZERO TO WS-EQUIPE-TROUVEE
               PERFORM VARYING WS-E FROM 1 BY 1
                       UNTIL WS-E > WS-EQUIPE-CNT
                   IF WS-EQ-CODE(WS-E) = CPL-EQUIPE
                       MOVE WS-E TO WS-EQUIPE-TROUVEE
                   END-IF
               END-PERFORM
               IF WS-EQUIPE-TROUVEE = ZERO
                   IF WS-EQUIPE-CNT >= 200
                       DISPLAY "TABLE DES EQUIPES PLEINE"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-EQUIPE-CNT
                   MOVE CPL-EQUIPE TO WS-EQ-CODE(WS-EQUIPE-CNT)
               END-IF
           END-IF.
       2100-RETENIR-DOSSIER-FIN.
           EXIT.

      * One team: its cases in opening order, then its counts.
       3000-EDITER-EQUIPE-DEB.
           INITIALIZE WS-EQUIPE-TOTAUX.
           IF RH-LINE-COUNT + 3 >= RH-LINES-PER-PAGE
               PERFORM 3900-SAUT-PAGE-DEB
                  THRU 3900-SAUT-PAGE-FIN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EQUIPE " WS-EQ-CODE(WS-E)
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.

           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CASE-CNT
               MOVE WS-C-ENREG(WS-C) TO COMPLAINT-CASE-RECORD
               IF CPL-EQUIPE = WS-EQ-CODE(WS-E)
                   PERFORM 3100-EDITER-DOSSIER-DEB
                      THRU 3100-EDITER-DOSSIER-FIN
               END-IF
           END-PERFORM.

           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               PERFORM 3900-SAUT-PAGE-DEB
                  THRU 3900-SAUT-PAGE-FIN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "  EQUIPE " WS-EQ-CODE(WS-E) " : "
                  WS-EQ-CASES " EN ATTENTE, "
                  WS-EQ-DANS-DELAI " DANS LES DELAIS, "
                  WS-EQ-A-ECHOIR " A ECHOIR, "
                  WS-EQ-DEPASSE " DEPASSES"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       3000-EDITER-EQUIPE-FIN.
           EXIT.

      * Past the deadline, the business days since it; otherwise
      * the business days left, today included.
       3100-EDITER-DOSSIER-DEB.
           ADD 1 TO WS-EQ-CASES.
           ADD 1 TO WS-EN-ATTENTE-CNT.
           IF CPL-ECHEANCE < WS-RUN-DATE
               MOVE CPL-ECHEANCE TO WS-BD-DATE-1
               MOVE WS-RUN-DATE TO WS-BD-DATE-2
               CALL "BusinessDayCalculator" USING WS-BD-FONCTION
                   WS-BD-DATE-1 WS-BD-DATE-2
                   WS-BD-RESULT-DATE WS-BD-RESULT-COUNT
               COMPUTE WS-RESTE-JOURS = 1 - WS-BD-RESULT-COUNT
               MOVE "DEPASSE" TO WS-DRAPEAU
               ADD 1 TO WS-EQ-DEPASSE
               ADD 1 TO WS-DEPASSE-CNT
           ELSE
               MOVE WS-RUN-DATE TO WS-BD-DATE-1
               MOVE CPL-ECHEANCE TO WS-BD-DATE-2
               CALL "BusinessDayCalculator" USING WS-BD-FONCTION
                   WS-BD-DATE-1 WS-BD-DATE-2
                   WS-BD-RESULT-DATE WS-BD-RESULT-COUNT
               MOVE WS-BD-RESULT-COUNT TO WS-RESTE-JOURS
               IF WS-RESTE-JOURS NOT > WS-SEUIL-ALERTE
                   MOVE "A ECHOIR" TO WS-DRAPEAU
                   ADD 1 TO WS-EQ-A-ECHOIR
                   ADD 1 TO WS-A-ECHOIR-CNT
               ELSE
                   MOVE SPACES TO WS-DRAPEAU
                   ADD 1 TO WS-EQ-DANS-DELAI
                   ADD 1 TO WS-DANS-DELAI-CNT
               END-IF
           END-IF.

           IF CPL-CUST-ID = SPACES
               MOVE "*** NON IDENTIFIE ***" TO WS-NOM-CLIENT
           ELSE
               MOVE "*** HORS MAITRE ***" TO WS-NOM-CLIENT
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CLIENT-CNT
                   IF WS-K-ID(WS-I) = CPL-CUST-ID
                       MOVE WS-K-NAME(WS-I) TO WS-NOM-CLIENT
                   END-IF
               END-PERFORM
           END-IF.

           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               PERFORM 3900-SAUT-PAGE-DEB
                  THRU 3900-SAUT-PAGE-FIN
           END-IF.
           MOVE WS-RESTE-JOURS TO WS-RESTE-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING CPL-ID " " CPL-CUST-ID " " WS-NOM-CLIENT " "
                  CPL-CATEGORIE " " CPL-STATUT " "
                  CPL-DATE-OUVERTURE " " CPL-ECHEANCE " "
                  WS-RESTE-EDITE " " WS-DRAPEAU
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "       " CPL-TEXTE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.
       3100-EDITER-DOSSIER-FIN.
           EXIT.

       3900-SAUT-PAGE-DEB.
           ADD 1 TO RH-PAGE-NUMBER.
           MOVE SPACES TO RH-HEADING-LINE-1.
           STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                  " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                  DELIMITED BY SIZE INTO RH-HEADING-LINE-1.
           MOVE SPACES TO REPORT-LINE.
           MOVE RH-HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "NUMERO CLIENT NOM                  CAT  S OUVERTUR"
                  " ECHEANCE RESTE"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 2 TO RH-LINE-COUNT.
       3900-SAUT-PAGE-FIN.
           EXIT.

       4000-EDITER-PIED-DEB.
           IF RH-PAGE-NUMBER = ZERO
               PERFORM 3900-SAUT-PAGE-DEB
                  THRU 3900-SAUT-PAGE-FIN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECLAMATIONS EN ATTENTE : " WS-EN-ATTENTE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  DANS LES DELAIS       : " WS-DANS-DELAI-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  A ECHOIR (" WS-SEUIL-ALERTE " J OUVRES): "
                  WS-A-ECHOIR-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  DELAI DEPASSE         : " WS-DEPASSE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REPONDUES A CLORE       : " WS-REPONDU-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       4000-EDITER-PIED-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "FILE DES RECLAMATIONS TERMINEE.".
           DISPLAY "DOSSIERS LUS          : " WS-LU-CNT.
           DISPLAY "EN ATTENTE DE REPONSE : " WS-EN-ATTENTE-CNT.
           DISPLAY "A ECHOIR              : " WS-A-ECHOIR-CNT.
           DISPLAY "DELAI DEPASSE         : " WS-DEPASSE-CNT.
           DISPLAY "------------------------------------------------".
           IF WS-DEPASSE-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-FIN.
           EXIT.
