       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChequePaidReconciliation.
       AUTHOR. Mathieu.

      * Clears the issued-cheque register ChequeIssueBatch keeps
      * against the bank's paid-cheque file (Data/BANK-PAID-
      * CHEQUES.txt: cheque number, amount paid, date paid). A paid
      * line that matches an outstanding cheque for the same amount
      * marks it P with the date and amount paid. Anything else is
      * an exception the bank has to be called about: a number we
      * never issued, a voided cheque the bank paid all the same, a
      * cheque paid twice, or an amount that differs from the one
      * written - the cheque is then left outstanding and the run
      * ends with condition code 8. The report then lists the stale
      * cheques, still outstanding past the parameter number of days
      * (PRM-DELAI-PERIME on Data/CHEQUE-PARM.txt, default 373 - a
      * year and eight days, after which a French cheque is no
      * longer payable) so they can be voided and reissued, and the
      * voided cheques on the register; a stale cheque alone ends
      * with the warning code. No paid-cheque file means nothing
      * cleared today, and the lists still print. Each clearing
      * rides AuditTrailWriter and the run balances with
      * ControlTotals.cpy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CHEQUE-FILE ASSIGN DYNAMIC WS-CHEQUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHEQUE-STATUS.

           SELECT PAID-FILE ASSIGN DYNAMIC WS-PAID-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  CHEQUE-PARM-RECORD.
           05 PRM-PERIODE-PAIE      PIC 9(6).
           05 PRM-COMPTE-EMETTEUR   PIC X(11).
           05 PRM-DELAI-PERIME      PIC 9(3).

       FD  CHEQUE-FILE.
           COPY "IssuedCheque.cpy".

       FD  PAID-FILE.
       01  PAID-CHEQUE-RECORD.
           05 PCQ-NUMERO            PIC X(6).
           05 PCQ-MONTANT           PIC 9(7)V99.
           05 PCQ-DATE-PAIEMENT     PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "ChequePaidRecon".

       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/CHEQUE-PARM.txt".
       01  WS-CHEQUE-PATH           PIC X(40)
                                 VALUE "Data/CHEQUE-REGISTER.txt".
       01  WS-PAID-PATH             PIC X(40)
                                 VALUE "Data/BANK-PAID-CHEQUES.txt".
       01  WS-REPORT-PATH           PIC X(40)
                                 VALUE "Data/CHEQUE-RECON-REPORT.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-CHEQUE-STATUS         PIC XX.
       01  WS-PAID-STATUS           PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-DELAI-PERIME          PIC 9(3) VALUE 373.

       01  WS-CHEQUE-CNT            PIC 9(4) VALUE ZERO.
       01  WS-C                     PIC 9(4).
       01  WS-CHEQUE-INDEX          PIC 9(4) VALUE ZERO.
       01  WS-CHEQUE-TABLE.
           05 WS-CHEQUE-ENTRY OCCURS 5000 TIMES
                   DEPENDING ON WS-CHEQUE-CNT
                   INDEXED BY CX.
               10 WS-C-ENREG        PIC X(102).

       01  WS-MOTIF                 PIC X(30).
       01  WS-AGE                   PIC S9(5).

       01  WS-PAYE-LUS-CNT          PIC 9(5) VALUE ZERO.
       01  WS-PAYE-CNT              PIC 9(5) VALUE ZERO.
       01  WS-EXCEPTION-CNT         PIC 9(5) VALUE ZERO.
       01  WS-PERIME-CNT            PIC 9(5) VALUE ZERO.
       01  WS-ANNULE-CNT            PIC 9(5) VALUE ZERO.
       01  WS-EN-CIRCULATION-CNT    PIC 9(5) VALUE ZERO.
       01  WS-PAYE-TOTAL            PIC 9(9)V99 VALUE ZERO.
       01  WS-PERIME-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01  WS-ANNULE-TOTAL          PIC 9(9)V99 VALUE ZERO.
       01  WS-EN-CIRCULATION-TOTAL  PIC 9(9)V99 VALUE ZERO.

       01  WS-MONTANT-EDITE         PIC Z(6)9.99.
       01  WS-TOTAL-EDITE           PIC Z(8)9.99.
       01  WS-AGE-EDITE             PIC Z(4)9.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "ChequePaidRecon".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).

       01  WS-RC-SAUVE              PIC S9(4) VALUE ZERO.

      * The detail line waiting while a page heading is written.
       01  WS-LIGNE-EN-ATTENTE      PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITEMENT-DEB
              THRU 2000-TRAITEMENT-FIN
              UNTIL END-OF-FILE.

           IF WS-PAYE-CNT > ZERO
               PERFORM 3000-SAUVEGARDER-REGISTRE-DEB
                  THRU 3000-SAUVEGARDER-REGISTRE-FIN
           END-IF.

           PERFORM 4000-LISTER-PERIMES-DEB
              THRU 4000-LISTER-PERIMES-FIN.
           PERFORM 5000-LISTER-ANNULES-DEB
              THRU 5000-LISTER-ANNULES-FIN.

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
                       IF PRM-DELAI-PERIME IS NUMERIC
                               AND PRM-DELAI-PERIME > ZERO
                           MOVE PRM-DELAI-PERIME TO WS-DELAI-PERIME
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

           PERFORM 1200-CHARGER-REGISTRE-DEB
              THRU 1200-CHARGER-REGISTRE-FIN.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE "ChequePaidReconciliation" TO RH-PROGRAM-ID.
           MOVE "RAPPRO. CHEQUES" TO RH-REPORT-TITLE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           PERFORM 8000-ECRIRE-ENTETE-DEB
              THRU 8000-ECRIRE-ENTETE-FIN.

           MOVE SPACES TO REPORT-LINE.
           MOVE "CHEQUES PAYES PAR LA BANQUE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "NUMERO BENEF. NOM                  "
                  " EMIS LE    MONTANT  PAYE LE RESULTAT"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT PAID-FILE.
           IF WS-PAID-STATUS = "35"
               DISPLAY "AUCUN FICHIER DE CHEQUES PAYES"
               MOVE SPACES TO REPORT-LINE
               MOVE "  (AUCUN FICHIER DE CHEQUES PAYES)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               SET END-OF-FILE TO TRUE
           ELSE
               IF WS-PAID-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE PAID-FILE: "
                           WS-PAID-STATUS
                   STOP RUN
               END-IF
               PERFORM 2100-LIRE-PAYE-DEB
                  THRU 2100-LIRE-PAYE-FIN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

       1200-CHARGER-REGISTRE-DEB.
           OPEN INPUT CHEQUE-FILE.
           IF WS-CHEQUE-STATUS = "35"
               MOVE ZERO TO WS-CHEQUE-CNT
           ELSE
               IF WS-CHEQUE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE CHEQUE-FILE: "
                           WS-CHEQUE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-CHEQUE-STATUS = "10"
                   READ CHEQUE-FILE
                       AT END
                           MOVE "10" TO WS-CHEQUE-STATUS
                       NOT AT END
                           IF WS-CHEQUE-CNT < 5000
                               ADD 1 TO WS-CHEQUE-CNT
                               SET CX TO WS-CHEQUE-CNT
                               MOVE ISSUED-CHEQUE-RECORD
                                   TO WS-C-ENREG(CX)
                           ELSE
                               DISPLAY "REGISTRE DES CHEQUES PLEIN"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-FILE
           END-IF.
       1200-CHARGER-REGISTRE-FIN.
           EXIT.

      * One paid line: clear the cheque or report why not.
       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-PAYE-LUS-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           ADD 1 TO CT-INPUT-HASH-TOTAL.
           MOVE SPACES TO WS-MOTIF.

           MOVE ZERO TO WS-CHEQUE-INDEX.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CHEQUE-CNT
               IF WS-C-ENREG(WS-C)(1:6) = PCQ-NUMERO
                   MOVE WS-C TO WS-CHEQUE-INDEX
               END-IF
           END-PERFORM.

           IF WS-CHEQUE-INDEX = ZERO
               MOVE SPACES TO ISSUED-CHEQUE-RECORD
               MOVE PCQ-NUMERO TO CHQ-NUMERO
               MOVE ZERO TO CHQ-DATE-EMISSION
               MOVE "NUMERO INCONNU" TO WS-MOTIF
           ELSE
               MOVE WS-C-ENREG(WS-CHEQUE-INDEX)
                   TO ISSUED-CHEQUE-RECORD
               EVALUATE TRUE
                   WHEN CHQ-ANNULE
                       MOVE "ANNULE PRESENTE" TO WS-MOTIF
                   WHEN CHQ-PAYE
                       MOVE "DEJA PAYE" TO WS-MOTIF
                   WHEN PCQ-MONTANT IS NOT NUMERIC
                           OR PCQ-MONTANT NOT = CHQ-MONTANT
                       MOVE "ECART MONTANT" TO WS-MOTIF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF WS-MOTIF = SPACES
               PERFORM 2200-SOLDER-CHEQUE-DEB
                  THRU 2200-SOLDER-CHEQUE-FIN
           ELSE
               ADD 1 TO WS-EXCEPTION-CNT
               ADD 1 TO CT-OUTPUT-RECORD-COUNT
               ADD 1 TO CT-OUTPUT-HASH-TOTAL
               MOVE SPACES TO REPORT-LINE
               MOVE PCQ-MONTANT TO WS-MONTANT-EDITE
               STRING CHQ-NUMERO " " CHQ-BENEF-ID " " CHQ-BENEF-NOM
                      " " CHQ-DATE-EMISSION " " WS-MONTANT-EDITE " "
                      PCQ-DATE-PAIEMENT " " WS-MOTIF
                      DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 8100-ECRIRE-LIGNE-DEB
                  THRU 8100-ECRIRE-LIGNE-FIN
           END-IF.

           PERFORM 2100-LIRE-PAYE-DEB
              THRU 2100-LIRE-PAYE-FIN.
       2000-TRAITEMENT-FIN.
           EXIT.

       2100-LIRE-PAYE-DEB.
           READ PAID-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       2100-LIRE-PAYE-FIN.
           EXIT.

       2200-SOLDER-CHEQUE-DEB.
           MOVE SPACES TO WS-AT-BEFORE.
           STRING CHQ-NUMERO " " CHQ-SOURCE CHQ-BENEF-ID " "
                  CHQ-MONTANT " STATUT " CHQ-STATUT
                  DELIMITED BY SIZE INTO WS-AT-BEFORE.
           MOVE "P" TO CHQ-STATUT.
           MOVE PCQ-DATE-PAIEMENT TO CHQ-DATE-STATUT.
           MOVE PCQ-MONTANT TO CHQ-MONTANT-PAYE.
           MOVE ISSUED-CHEQUE-RECORD TO WS-C-ENREG(WS-CHEQUE-INDEX).
           ADD 1 TO WS-PAYE-CNT.
           ADD PCQ-MONTANT TO WS-PAYE-TOTAL.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.

           MOVE SPACES TO WS-AT-AFTER.
           STRING CHQ-NUMERO " " CHQ-SOURCE CHQ-BENEF-ID " "
                  CHQ-MONTANT-PAYE " STATUT P " CHQ-DATE-STATUT
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.

           MOVE SPACES TO REPORT-LINE.
           MOVE PCQ-MONTANT TO WS-MONTANT-EDITE.
           STRING CHQ-NUMERO " " CHQ-BENEF-ID " " CHQ-BENEF-NOM
                  " " CHQ-DATE-EMISSION " " WS-MONTANT-EDITE " "
                  PCQ-DATE-PAIEMENT " PAYE"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
       2200-SOLDER-CHEQUE-FIN.
           EXIT.

       3000-SAUVEGARDER-REGISTRE-DEB.
           OPEN OUTPUT CHEQUE-FILE.
           IF WS-CHEQUE-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE CHEQUE-FILE: "
                       WS-CHEQUE-STATUS
               STOP RUN
           END-IF.

           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CHEQUE-CNT
               MOVE WS-C-ENREG(WS-C) TO ISSUED-CHEQUE-RECORD
               WRITE ISSUED-CHEQUE-RECORD
           END-PERFORM.

           CLOSE CHEQUE-FILE.
       3000-SAUVEGARDER-REGISTRE-FIN.
           EXIT.

      * Outstanding cheques, the stale ones listed with their age.
       4000-LISTER-PERIMES-DEB.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "CHEQUES PERIMES - EN CIRCULATION DEPUIS PLUS DE "
                  WS-DELAI-PERIME " JOURS"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "NUMERO BENEF. NOM                  "
                  " EMIS LE    MONTANT   AGE OBJET"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.

           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CHEQUE-CNT
               MOVE WS-C-ENREG(WS-C) TO ISSUED-CHEQUE-RECORD
               IF CHQ-EMIS
                   ADD 1 TO WS-EN-CIRCULATION-CNT
                   ADD CHQ-MONTANT TO WS-EN-CIRCULATION-TOTAL
                   COMPUTE WS-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                     - FUNCTION INTEGER-OF-DATE(CHQ-DATE-EMISSION)
                   IF WS-AGE > WS-DELAI-PERIME
                       ADD 1 TO WS-PERIME-CNT
                       ADD CHQ-MONTANT TO WS-PERIME-TOTAL
                       MOVE CHQ-MONTANT TO WS-MONTANT-EDITE
                       MOVE WS-AGE TO WS-AGE-EDITE
                       MOVE SPACES TO REPORT-LINE
                       STRING CHQ-NUMERO " " CHQ-BENEF-ID " "
                              CHQ-BENEF-NOM " " CHQ-DATE-EMISSION " "
                              WS-MONTANT-EDITE " " WS-AGE-EDITE " "
                              CHQ-SOURCE " " CHQ-REFERENCE
                              DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM 8100-ECRIRE-LIGNE-DEB
                          THRU 8100-ECRIRE-LIGNE-FIN
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-PERIME-TOTAL TO WS-TOTAL-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL PERIMES : " WS-PERIME-CNT " " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
       4000-LISTER-PERIMES-FIN.
           EXIT.

       5000-LISTER-ANNULES-DEB.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO REPORT-LINE.
           MOVE "CHEQUES ANNULES" TO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "NUMERO BENEF. NOM                  "
                  " EMIS LE    MONTANT  ANNULE  OBJET"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.

           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CHEQUE-CNT
               MOVE WS-C-ENREG(WS-C) TO ISSUED-CHEQUE-RECORD
               IF CHQ-ANNULE
                   ADD 1 TO WS-ANNULE-CNT
                   ADD CHQ-MONTANT TO WS-ANNULE-TOTAL
                   MOVE CHQ-MONTANT TO WS-MONTANT-EDITE
                   MOVE SPACES TO REPORT-LINE
                   STRING CHQ-NUMERO " " CHQ-BENEF-ID " "
                          CHQ-BENEF-NOM " " CHQ-DATE-EMISSION " "
                          WS-MONTANT-EDITE " " CHQ-DATE-STATUT " "
                          CHQ-SOURCE " " CHQ-REFERENCE
                          DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM 8100-ECRIRE-LIGNE-DEB
                      THRU 8100-ECRIRE-LIGNE-FIN
               END-IF
           END-PERFORM.

           MOVE WS-ANNULE-TOTAL TO WS-TOTAL-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL ANNULES : " WS-ANNULE-CNT " " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
       5000-LISTER-ANNULES-FIN.
           EXIT.

       8000-ECRIRE-ENTETE-DEB.
           ADD 1 TO RH-PAGE-NUMBER.
           MOVE SPACES TO RH-HEADING-LINE-1.
           STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                  " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                  DELIMITED BY SIZE INTO RH-HEADING-LINE-1.
           MOVE SPACES TO REPORT-LINE.
           MOVE RH-HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 2 TO RH-LINE-COUNT.
       8000-ECRIRE-ENTETE-FIN.
           EXIT.

       8100-ECRIRE-LIGNE-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               MOVE REPORT-LINE TO WS-LIGNE-EN-ATTENTE
               PERFORM 8000-ECRIRE-ENTETE-DEB
                  THRU 8000-ECRIRE-ENTETE-FIN
               MOVE WS-LIGNE-EN-ATTENTE TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       8100-ECRIRE-LIGNE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           IF WS-PAID-STATUS NOT = "35"
               CLOSE PAID-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "RAPPROCHEMENT DES CHEQUES TERMINE.".
           DISPLAY "CHEQUES PAYES LUS     : " WS-PAYE-LUS-CNT.
           MOVE WS-PAYE-TOTAL TO WS-TOTAL-EDITE.
           DISPLAY "CHEQUES SOLDES        : " WS-PAYE-CNT
                   " " WS-TOTAL-EDITE.
           DISPLAY "EXCEPTIONS BANQUE     : " WS-EXCEPTION-CNT.
           MOVE WS-EN-CIRCULATION-TOTAL TO WS-TOTAL-EDITE.
           DISPLAY "EN CIRCULATION        : " WS-EN-CIRCULATION-CNT
                   " " WS-TOTAL-EDITE.
           MOVE WS-PERIME-TOTAL TO WS-TOTAL-EDITE.
           DISPLAY "DONT PERIMES          : " WS-PERIME-CNT
                   " " WS-TOTAL-EDITE.
           MOVE WS-ANNULE-TOTAL TO WS-TOTAL-EDITE.
           DISPLAY "CHEQUES ANNULES       : " WS-ANNULE-CNT
                   " " WS-TOTAL-EDITE.
           DISPLAY "------------------------------------------------".

      * The control-total call resets RETURN-CODE; keep this run's.
           IF WS-EXCEPTION-CNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-PERIME-CNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9000-TERMINAISON-FIN.
           EXIT.
