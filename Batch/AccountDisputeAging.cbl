       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccountDisputeAging.
       AUTHOR. Mathieu.

      * Aging of the account disputes still awaiting an answer, for
      * the complaint-handling follow-up. Every case of the dispute
      * register AccountDisputeBatch keeps that is opened or under
      * investigation prints with its age in days since opening,
      * its response deadline and the days left before it - cases
      * past the deadline are flagged DEPASSE and those due within
      * five days A ECHOIR. Cases are on the register in opening
      * order, so the oldest deadlines print first. The foot gives
      * the count in each band and the total provisionally
      * credited; any case past its deadline ends the run with
      * condition code 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN DYNAMIC WS-DISPUTE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
           COPY "AccountDispute.cpy".

       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           05 ACC-ID                PIC X(6).
           05 ACC-NAME              PIC X(20).
           05 ACC-SOLDE             PIC S9(7)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05 ACC-LIMITE-DECOUVERT  PIC 9(7)V99.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-DISPUTE-PATH          PIC X(40)
                                 VALUE "Data/ACCOUNT-DISPUTES.txt".
       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/ACCOUNT-MASTER.txt".
       01  WS-REPORT-PATH           PIC X(40)
                             VALUE "Data/ACCOUNT-DISPUTE-AGING.txt".
       01  WS-DISPUTE-STATUS        PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-ACCOUNT-CNT           PIC 9(5) VALUE ZERO.
       01  WS-I                     PIC 9(5).
       01  WS-ACCOUNT-TABLE.
           05 WS-ACC-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-ACCOUNT-CNT
                   INDEXED BY AX.
               10 WS-A-ID           PIC X(6).
               10 WS-A-NAME         PIC X(20).

       01  WS-NOM-MEMBRE            PIC X(20).

       01  WS-ENTIER-RUN            PIC 9(8).
       01  WS-ENTIER-OUVERTURE      PIC 9(8).
       01  WS-ENTIER-ECHEANCE       PIC 9(8).
       01  WS-AGE-JOURS             PIC S9(5).
       01  WS-RESTE-JOURS           PIC S9(5).
       01  WS-DRAPEAU               PIC X(8).

       01  WS-LU-CNT                PIC 9(5) VALUE ZERO.
       01  WS-EN-COURS-CNT          PIC 9(5) VALUE ZERO.
       01  WS-DANS-DELAI-CNT        PIC 9(5) VALUE ZERO.
       01  WS-A-ECHOIR-CNT          PIC 9(5) VALUE ZERO.
       01  WS-DEPASSE-CNT           PIC 9(5) VALUE ZERO.
       01  WS-CONTESTE-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL          PIC 9(9)V99 VALUE ZERO.

       01  WS-MONTANT-EDITE         PIC Z(6)9.99.
       01  WS-CREDIT-EDITE          PIC Z(6)9.99.
       01  WS-TOTAL-EDITE           PIC Z(8)9.99.
       01  WS-AGE-EDITE             PIC ZZZZ9.
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

           PERFORM 2000-EDITER-LITIGES-DEB
              THRU 2000-EDITER-LITIGES-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-ENTIER-RUN =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           MOVE "AccountDisputeAging" TO RH-PROGRAM-ID.
           MOVE "LITIGES EN COURS" TO RH-REPORT-TITLE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 40 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM 1100-CHARGER-COMPTES-DEB
              THRU 1100-CHARGER-COMPTES-FIN.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-CHARGER-COMPTES-DEB.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE ACCOUNT-MASTER-FILE: "
                       WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MASTER-STATUS = "10"
               READ ACCOUNT-MASTER-FILE
                   AT END
                       MOVE "10" TO WS-MASTER-STATUS
                   NOT AT END
                       IF WS-ACCOUNT-CNT < 9999
                           ADD 1 TO WS-ACCOUNT-CNT
                           SET AX TO WS-ACCOUNT-CNT
                           MOVE ACC-ID TO WS-A-ID(AX)
                           MOVE ACC-NAME TO WS-A-NAME(AX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MASTER-FILE.
       1100-CHARGER-COMPTES-FIN.
           EXIT.

       2000-EDITER-LITIGES-DEB.
           OPEN INPUT DISPUTE-FILE.
           IF WS-DISPUTE-STATUS = "35"
               DISPLAY "AUCUN LITIGE SUR FICHIER"
               MOVE "10" TO WS-DISPUTE-STATUS
           ELSE
               IF WS-DISPUTE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE DISPUTE-FILE: "
                           WS-DISPUTE-STATUS
                   STOP RUN
               END-IF
               PERFORM 2100-LIRE-LITIGE-DEB
                  THRU 2100-LIRE-LITIGE-FIN
                  UNTIL WS-DISPUTE-STATUS = "10"
               CLOSE DISPUTE-FILE
           END-IF.

           PERFORM 3000-EDITER-PIED-DEB
              THRU 3000-EDITER-PIED-FIN.
       2000-EDITER-LITIGES-FIN.
           EXIT.

       2100-LIRE-LITIGE-DEB.
           READ DISPUTE-FILE
               AT END
                   MOVE "10" TO WS-DISPUTE-STATUS
               NOT AT END
                   ADD 1 TO WS-LU-CNT
                   IF DSP-EN-COURS
                       PERFORM 2200-EDITER-LITIGE-DEB
                          THRU 2200-EDITER-LITIGE-FIN
                   END-IF
           END-READ.
       2100-LIRE-LITIGE-FIN.
           EXIT.

       2200-EDITER-LITIGE-DEB.
           ADD 1 TO WS-EN-COURS-CNT.
           ADD DSP-TXN-MONTANT TO WS-CONTESTE-TOTAL.
           ADD DSP-CREDIT-PROVISOIRE TO WS-CREDIT-TOTAL.

           COMPUTE WS-ENTIER-OUVERTURE =
                   FUNCTION INTEGER-OF-DATE(DSP-DATE-OUVERTURE).
           COMPUTE WS-ENTIER-ECHEANCE =
                   FUNCTION INTEGER-OF-DATE(DSP-ECHEANCE).
           COMPUTE WS-AGE-JOURS = WS-ENTIER-RUN - WS-ENTIER-OUVERTURE.
           COMPUTE WS-RESTE-JOURS = WS-ENTIER-ECHEANCE - WS-ENTIER-RUN.

           EVALUATE TRUE
               WHEN WS-RESTE-JOURS < ZERO
                   MOVE "DEPASSE" TO WS-DRAPEAU
                   ADD 1 TO WS-DEPASSE-CNT
               WHEN WS-RESTE-JOURS NOT > 5
                   MOVE "A ECHOIR" TO WS-DRAPEAU
                   ADD 1 TO WS-A-ECHOIR-CNT
               WHEN OTHER
                   MOVE SPACES TO WS-DRAPEAU
                   ADD 1 TO WS-DANS-DELAI-CNT
           END-EVALUATE.

           MOVE "*** HORS MAITRE ***" TO WS-NOM-MEMBRE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ACCOUNT-CNT
               IF WS-A-ID(WS-I) = DSP-ACC-ID
                   MOVE WS-A-NAME(WS-I) TO WS-NOM-MEMBRE
               END-IF
           END-PERFORM.

           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               PERFORM 2300-SAUT-PAGE-DEB
                  THRU 2300-SAUT-PAGE-FIN
           END-IF.

           MOVE DSP-TXN-MONTANT TO WS-MONTANT-EDITE.
           MOVE DSP-CREDIT-PROVISOIRE TO WS-CREDIT-EDITE.
           MOVE WS-AGE-JOURS TO WS-AGE-EDITE.
           MOVE WS-RESTE-JOURS TO WS-RESTE-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING DSP-ID " " DSP-ACC-ID " " WS-NOM-MEMBRE " "
                  DSP-STATUT " " WS-MONTANT-EDITE " "
                  WS-CREDIT-EDITE " " DSP-DATE-OUVERTURE " "
                  DSP-ECHEANCE " " WS-AGE-EDITE " "
                  WS-RESTE-EDITE " " WS-DRAPEAU
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       2200-EDITER-LITIGE-FIN.
           EXIT.

       2300-SAUT-PAGE-DEB.
           ADD 1 TO RH-PAGE-NUMBER.
           MOVE SPACES TO RH-HEADING-LINE-1.
           STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                  " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                  DELIMITED BY SIZE INTO RH-HEADING-LINE-1.
           MOVE SPACES TO REPORT-LINE.
           MOVE RH-HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "NUMERO COMPTE NOM                  S   CONTESTE"
                  "  CRED.PROV OUVERTUR ECHEANCE   AGE RESTE"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 2 TO RH-LINE-COUNT.
       2300-SAUT-PAGE-FIN.
           EXIT.

       3000-EDITER-PIED-DEB.
           IF RH-PAGE-NUMBER = ZERO
               PERFORM 2300-SAUT-PAGE-DEB
                  THRU 2300-SAUT-PAGE-FIN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LITIGES EN COURS      : " WS-EN-COURS-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  DANS LES DELAIS     : " WS-DANS-DELAI-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  A ECHOIR (5 J)      : " WS-A-ECHOIR-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  DELAI DEPASSE       : " WS-DEPASSE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CONTESTE-TOTAL TO WS-TOTAL-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MONTANT CONTESTE      : " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CREDITS PROVISOIRES   : " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       3000-EDITER-PIED-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "BALANCE AGEE DES LITIGES TERMINEE.".
           DISPLAY "LITIGES LUS           : " WS-LU-CNT.
           DISPLAY "LITIGES EN COURS      : " WS-EN-COURS-CNT.
           DISPLAY "DELAI DEPASSE         : " WS-DEPASSE-CNT.
           DISPLAY "------------------------------------------------".
           IF WS-DEPASSE-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-FIN.
           EXIT.
