       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlSubledgerReconciliation.
       AUTHOR. Mathieu.

      * Proves each subledger against its control account in the
      * general ledger, period by period. The subledger side is the
      * register the ticket, tuition and benefits runs append to
      * (Data/SUBLEDGER-GL-REGISTER.txt), totalled by source and by
      * the period of each line's date; the GL side is the journal
      * GlJournalPostBatch appends to, totalled on the control
      * account of each source - ticket takings against the
      * credits their entries put on ticket revenue 706000 and
      * the tickets refunded for a ride locked out against the
      * debits theirs put on it, tuition invoices against
      * tuition income 706100 (net credit), tuition payments
      * against the credits they put on the tuition receivable
      * 411100, insurer premiums against their own entries on
      * benefit cost 645000 (net debit), supplier invoices
      * against the credits the payables entries put on the
      * suppliers account 401000, supplier
      * payments against the debits to that same account, and
      * tuition refund cheques and their voids against the debits
      * and credits their own entries put on the tuition
      * receivable, and the month-end exchange gains and losses
      * of the foreign-currency accounts against exchange gains
      * 766000 (net credit) and exchange losses 666000 (net
      * debit), the monthly depreciation of the fixed assets
      * against depreciation expense 681120 (net debit), and an
      * asset's disposal against the debits its cost and the
      * credits its accumulated depreciation put on the net book
      * value of assets disposed of 675000 and against disposal
      * proceeds 775000 (net credit), and the expense claims
      * reimbursed against the credits their entries put on the
      * bank 512000, and the departmental labor cost spread from
      * the payroll run against the labor distribution clearing
      * account 649000 (credits), and the late fees charged on
      * tuition instalments against late-fee income 706300 (net
      * credit), and the snack bar and shop's takings against the
      * credits to shop sales 707000, their cost of goods sold
      * against the debits to 607000, the goods received against
      * the debits their entries put on the shop stock 370000, and
      * the count's shortfall and surplus against the debits and
      * credits theirs put on stock variances 603700.
      * Closing and opening entries (sources CLOTURE and OUVERTUR)
      * are left out, they only move the balances between years.
      * Every period/source pair prints both totals and their
      * difference; a pair that disagrees is flagged and ends the
      * run with condition code 8, which is also what a register
      * line not yet booked to the ledger looks like.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN DYNAMIC WS-GL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
           COPY "SubledgerRegister.cpy".

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           05 GLJ-RUN-ID            PIC X(14).
           05 GLJ-PERIODE           PIC 9(6).
           05 GLJ-SOURCE            PIC X(8).
           05 GLJ-COMPTE            PIC X(6).
           05 GLJ-SENS              PIC X(1).
           05 GLJ-MONTANT           PIC 9(9)V99.
           05 GLJ-REFERENCE         PIC X(24).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-REGISTER-PATH         PIC X(40)
                             VALUE "Data/SUBLEDGER-GL-REGISTER.txt".
       01  WS-GL-PATH               PIC X(40)
                                 VALUE "Data/GL-JOURNAL.txt".
       01  WS-REPORT-PATH           PIC X(40)
                                 VALUE "Data/GL-SUBLEDGER-RECON.txt".
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-GL-STATUS             PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

      * The subledger sources and their GL control accounts, in
      * the order they print within a period. WS-SRC-SENS is the
      * side of the control account that carries the subledger: N
      * nets credits less debits, D nets debits less credits, C
      * takes the credits only, B the debits only. Where the
      * control account is shared, WS-SRC-FILTRE keeps only the
      * journal lines of that source.
       01  WS-SOURCE-VALEURS.
           05 FILLER                PIC X(23)
                                 VALUE "BILLETS 706000CBILLETS".
           05 FILLER                PIC X(23)
                                 VALUE "BILLREMB706000BBILLREMB".
           05 FILLER                PIC X(23)
                                 VALUE "SCOLFACT706100N".
           05 FILLER                PIC X(23)
                                 VALUE "SCOLENC 411100CSCOLENC".
           05 FILLER                PIC X(23)
                                 VALUE "PRIMES  645000DPRIMES".
           05 FILLER                PIC X(23)
                                 VALUE "APFACT  401000CAPFACT".
           05 FILLER                PIC X(23)
                                 VALUE "APREGL  401000B".
           05 FILLER                PIC X(23)
                                 VALUE "SCOLREMB411100BSCOLREMB".
           05 FILLER                PIC X(23)
                                 VALUE "SCOLRANN411100CSCOLRANN".
           05 FILLER                PIC X(23)
                                 VALUE "CHGGAIN 766000N".
           05 FILLER                PIC X(23)
                                 VALUE "CHGPERTE666000D".
           05 FILLER                PIC X(23)
                                 VALUE "DOTAMORT681120D".
           05 FILLER                PIC X(23)
                                 VALUE "CESSIMMO675000BCESSIMMO".
           05 FILLER                PIC X(23)
                                 VALUE "CESSAMOR675000CCESSAMOR".
           05 FILLER                PIC X(23)
                                 VALUE "CESSPRIX775000N".
           05 FILLER                PIC X(23)
                                 VALUE "NOTEFRAI512000CNOTEFRAI".
           05 FILLER                PIC X(23)
                                 VALUE "VENTPAIE649000CVENTPAIE".
           05 FILLER                PIC X(23)
                                 VALUE "SCOLPEN 706300N".
           05 FILLER                PIC X(23)
                                 VALUE "BOUTVENT707000CBOUTVENT".
           05 FILLER                PIC X(23)
                                 VALUE "BOUTCMV 607000BBOUTCMV".
           05 FILLER                PIC X(23)
                                 VALUE "BOUTRECP370000BBOUTRECP".
           05 FILLER                PIC X(23)
                                 VALUE "BOUTMANQ603700BBOUTMANQ".
           05 FILLER                PIC X(23)
                                 VALUE "BOUTSURP603700CBOUTSURP".
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALEURS.
           05 WS-SOURCE-ENTRY OCCURS 23 TIMES.
               10 WS-SRC-CODE       PIC X(8).
               10 WS-SRC-COMPTE     PIC X(6).
               10 WS-SRC-SENS       PIC X(1).
               10 WS-SRC-FILTRE     PIC X(8).
       01  WS-SRC-CNT               PIC 9(2) VALUE 23.
       01  WS-SRC                   PIC 9(2).
       01  WS-SRC-TROUVE            PIC 9(2).

      * One slot per (period, source) pair seen on either side.
       01  WS-RAPP-CNT              PIC 9(4) VALUE ZERO.
       01  WS-R                     PIC 9(4).
       01  WS-RAPP-TROUVE           PIC 9(4).

       01  WS-RAPP-TABLE.
           05 WS-RAPP-ENTRY OCCURS 600 TIMES
                   DEPENDING ON WS-RAPP-CNT
                   INDEXED BY RX.
               10 WS-R-PERIODE      PIC 9(6).
               10 WS-R-SOURCE       PIC 9(2).
               10 WS-R-REGISTRE     PIC S9(11)V99.
               10 WS-R-GRAND-LIVRE  PIC S9(11)V99.
               10 WS-R-IMPRIME      PIC X(1).

       01  WS-PERIODE-CLE           PIC 9(6).
       01  WS-REGISTRE-CNT          PIC 9(7) VALUE ZERO.
       01  WS-REGISTRE-INCONNU-CNT  PIC 9(7) VALUE ZERO.
       01  WS-LIGNE-GL-CNT          PIC 9(7) VALUE ZERO.
       01  WS-LIGNE-GL-RETENUE-CNT  PIC 9(7) VALUE ZERO.
       01  WS-ECART-CNT             PIC 9(4) VALUE ZERO.
       01  WS-PAIRE-CNT             PIC 9(4) VALUE ZERO.

       01  WS-PERIODE-COURANTE      PIC 9(6).
       01  WS-PERIODE-MIN           PIC 9(6).
       01  WS-PERIODE-RESTE         PIC X.
           88 PERIODE-RESTE         VALUE "Y".

       01  WS-ECART                 PIC S9(11)V99.
       01  WS-REGISTRE-EDITE        PIC -(10)9.99.
       01  WS-GL-EDITE              PIC -(10)9.99.
       01  WS-ECART-EDITE           PIC -(10)9.99.
       01  WS-DRAPEAU               PIC X(3).

       01  WS-TODAY                 PIC 9(8).
       01  WS-TODAY-GROUPE REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY         PIC 9(4).
           05 WS-TODAY-MM           PIC 9(2).
           05 WS-TODAY-DD           PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-CUMULER-REGISTRE-DEB
              THRU 2000-CUMULER-REGISTRE-FIN.

           PERFORM 3000-CUMULER-JOURNAL-DEB
              THRU 3000-CUMULER-JOURNAL-FIN.

           PERFORM 4000-EDITER-RAPPROCHEMENT-DEB
              THRU 4000-EDITER-RAPPROCHEMENT-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE "GlSubledgerReconciliation" TO RH-PROGRAM-ID.
           MOVE "AUXILIAIRES / GL" TO RH-REPORT-TITLE.
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 40 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

       2000-CUMULER-REGISTRE-DEB.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "35"
               DISPLAY "REGISTRE AUXILIAIRE ABSENT"
               MOVE "10" TO WS-REGISTER-STATUS
           ELSE
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE REGISTER-FILE: "
                           WS-REGISTER-STATUS
                   STOP RUN
               END-IF
               PERFORM 2100-LIRE-REGISTRE-DEB
                  THRU 2100-LIRE-REGISTRE-FIN
                  UNTIL WS-REGISTER-STATUS = "10"
               CLOSE REGISTER-FILE
           END-IF.
       2000-CUMULER-REGISTRE-FIN.
           EXIT.

       2100-LIRE-REGISTRE-DEB.
           READ REGISTER-FILE
               AT END
                   MOVE "10" TO WS-REGISTER-STATUS
               NOT AT END
                   ADD 1 TO WS-REGISTRE-CNT
                   MOVE ZERO TO WS-SRC-TROUVE
                   PERFORM VARYING WS-SRC FROM 1 BY 1
                           UNTIL WS-SRC > WS-SRC-CNT
                       IF WS-SRC-CODE(WS-SRC) = SLR-SOURCE
                           MOVE WS-SRC TO WS-SRC-TROUVE
                       END-IF
                   END-PERFORM
                   IF WS-SRC-TROUVE = ZERO
                       ADD 1 TO WS-REGISTRE-INCONNU-CNT
                   ELSE
                       MOVE SLR-PERIODE TO WS-PERIODE-CLE
                       PERFORM 5000-TROUVER-PAIRE-DEB
                          THRU 5000-TROUVER-PAIRE-FIN
                       ADD SLR-MONTANT
                           TO WS-R-REGISTRE(WS-RAPP-TROUVE)
                   END-IF
           END-READ.
       2100-LIRE-REGISTRE-FIN.
           EXIT.

       3000-CUMULER-JOURNAL-DEB.
           OPEN INPUT GL-JOURNAL-FILE.
           IF WS-GL-STATUS = "35"
               DISPLAY "GL-JOURNAL ABSENT"
               MOVE "10" TO WS-GL-STATUS
           ELSE
               IF WS-GL-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE GL-JOURNAL-FILE: "
                           WS-GL-STATUS
                   STOP RUN
               END-IF
               PERFORM 3100-LIRE-LIGNE-DEB
                  THRU 3100-LIRE-LIGNE-FIN
                  UNTIL WS-GL-STATUS = "10"
               CLOSE GL-JOURNAL-FILE
           END-IF.
       3000-CUMULER-JOURNAL-FIN.
           EXIT.

       3100-LIRE-LIGNE-DEB.
           READ GL-JOURNAL-FILE
               AT END
                   MOVE "10" TO WS-GL-STATUS
               NOT AT END
                   ADD 1 TO WS-LIGNE-GL-CNT
                   IF GLJ-SOURCE NOT = "CLOTURE"
                           AND GLJ-SOURCE NOT = "OUVERTUR"
                       PERFORM 3200-CUMULER-CONTROLE-DEB
                          THRU 3200-CUMULER-CONTROLE-FIN
                   END-IF
           END-READ.
       3100-LIRE-LIGNE-FIN.
           EXIT.

       3200-CUMULER-CONTROLE-DEB.
           MOVE ZERO TO WS-SRC-TROUVE.
           PERFORM VARYING WS-SRC FROM 1 BY 1
                   UNTIL WS-SRC > WS-SRC-CNT
               IF WS-SRC-COMPTE(WS-SRC) = GLJ-COMPTE
                       AND (WS-SRC-FILTRE(WS-SRC) = SPACES
                         OR WS-SRC-FILTRE(WS-SRC) = GLJ-SOURCE)
                       AND (WS-SRC-SENS(WS-SRC) NOT = "C"
                         OR GLJ-SENS = "C")
                       AND (WS-SRC-SENS(WS-SRC) NOT = "B"
                         OR GLJ-SENS = "D")
                   MOVE WS-SRC TO WS-SRC-TROUVE
               END-IF
           END-PERFORM.

           IF WS-SRC-TROUVE > ZERO
               ADD 1 TO WS-LIGNE-GL-RETENUE-CNT
               MOVE GLJ-PERIODE TO WS-PERIODE-CLE
               PERFORM 5000-TROUVER-PAIRE-DEB
                  THRU 5000-TROUVER-PAIRE-FIN
               IF GLJ-SENS = "D"
                   IF WS-SRC-SENS(WS-SRC-TROUVE) = "D"
                           OR WS-SRC-SENS(WS-SRC-TROUVE) = "B"
                       ADD GLJ-MONTANT
                           TO WS-R-GRAND-LIVRE(WS-RAPP-TROUVE)
                   ELSE
                       SUBTRACT GLJ-MONTANT
                           FROM WS-R-GRAND-LIVRE(WS-RAPP-TROUVE)
                   END-IF
               ELSE
                   IF WS-SRC-SENS(WS-SRC-TROUVE) = "D"
                       SUBTRACT GLJ-MONTANT
                           FROM WS-R-GRAND-LIVRE(WS-RAPP-TROUVE)
                   ELSE
                       ADD GLJ-MONTANT
                           TO WS-R-GRAND-LIVRE(WS-RAPP-TROUVE)
                   END-IF
               END-IF
           END-IF.
       3200-CUMULER-CONTROLE-FIN.
           EXIT.

      * Periods print in ascending order, as on the trial balance:
      * each pass finds the lowest period not yet printed.
       4000-EDITER-RAPPROCHEMENT-DEB.
           MOVE "Y" TO WS-PERIODE-RESTE.
           PERFORM 4100-EDITER-PERIODE-DEB
              THRU 4100-EDITER-PERIODE-FIN
              UNTIL NOT PERIODE-RESTE.
       4000-EDITER-RAPPROCHEMENT-FIN.
           EXIT.

       4100-EDITER-PERIODE-DEB.
           MOVE "N" TO WS-PERIODE-RESTE.
           MOVE 999999 TO WS-PERIODE-MIN.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RAPP-CNT
               IF WS-R-IMPRIME(WS-R) = "N"
                       AND WS-R-PERIODE(WS-R) < WS-PERIODE-MIN
                   MOVE WS-R-PERIODE(WS-R) TO WS-PERIODE-MIN
                   MOVE "Y" TO WS-PERIODE-RESTE
               END-IF
           END-PERFORM.

           IF PERIODE-RESTE
               MOVE WS-PERIODE-MIN TO WS-PERIODE-COURANTE
               PERFORM 4200-EDITER-SOURCE-DEB
                  THRU 4200-EDITER-SOURCE-FIN
                  VARYING WS-SRC FROM 1 BY 1
                  UNTIL WS-SRC > WS-SRC-CNT
           END-IF.
       4100-EDITER-PERIODE-FIN.
           EXIT.

       4200-EDITER-SOURCE-DEB.
           MOVE ZERO TO WS-RAPP-TROUVE.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RAPP-CNT
               IF WS-R-PERIODE(WS-R) = WS-PERIODE-COURANTE
                       AND WS-R-SOURCE(WS-R) = WS-SRC
                   MOVE WS-R TO WS-RAPP-TROUVE
               END-IF
           END-PERFORM.

           IF WS-RAPP-TROUVE > ZERO
               PERFORM 4300-EDITER-LIGNE-DEB
                  THRU 4300-EDITER-LIGNE-FIN
           END-IF.
       4200-EDITER-SOURCE-FIN.
           EXIT.

       4300-EDITER-LIGNE-DEB.
           MOVE WS-RAPP-TROUVE TO WS-R.
           MOVE "Y" TO WS-R-IMPRIME(WS-R).
           ADD 1 TO WS-PAIRE-CNT.
           COMPUTE WS-ECART =
                   WS-R-REGISTRE(WS-R) - WS-R-GRAND-LIVRE(WS-R).
           IF WS-ECART = ZERO
               MOVE SPACES TO WS-DRAPEAU
           ELSE
               MOVE "***" TO WS-DRAPEAU
               ADD 1 TO WS-ECART-CNT
           END-IF.

           PERFORM 4900-IMPRIMER-ENTETE-DEB
              THRU 4900-IMPRIMER-ENTETE-FIN.

           MOVE WS-R-REGISTRE(WS-R) TO WS-REGISTRE-EDITE.
           MOVE WS-R-GRAND-LIVRE(WS-R) TO WS-GL-EDITE.
           MOVE WS-ECART TO WS-ECART-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-PERIODE-COURANTE " " WS-SRC-CODE(WS-SRC) " "
                  WS-SRC-COMPTE(WS-SRC) " " WS-REGISTRE-EDITE " "
                  WS-GL-EDITE " " WS-ECART-EDITE " " WS-DRAPEAU
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       4300-EDITER-LIGNE-FIN.
           EXIT.

       4900-IMPRIMER-ENTETE-DEB.
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
               STRING "PERIOD SOURCE   COMPTE     AUXILIAIRE "
                      "    GRAND LIVRE           ECART"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE

               MOVE ZERO TO RH-LINE-COUNT
           END-IF.
       4900-IMPRIMER-ENTETE-FIN.
           EXIT.

      * Finds, or opens, the slot of WS-PERIODE-CLE for source
      * WS-SRC-TROUVE.
       5000-TROUVER-PAIRE-DEB.
           MOVE ZERO TO WS-RAPP-TROUVE.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RAPP-CNT
               IF WS-R-PERIODE(WS-R) = WS-PERIODE-CLE
                       AND WS-R-SOURCE(WS-R) = WS-SRC-TROUVE
                   MOVE WS-R TO WS-RAPP-TROUVE
               END-IF
           END-PERFORM.

           IF WS-RAPP-TROUVE = ZERO
               IF WS-RAPP-CNT >= 600
                   DISPLAY "TABLE DE RAPPROCHEMENT PLEINE - RUN "
                           "ABANDONNE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RAPP-CNT
               MOVE WS-RAPP-CNT TO WS-RAPP-TROUVE
               MOVE WS-PERIODE-CLE TO WS-R-PERIODE(WS-RAPP-TROUVE)
               MOVE WS-SRC-TROUVE TO WS-R-SOURCE(WS-RAPP-TROUVE)
               MOVE ZERO TO WS-R-REGISTRE(WS-RAPP-TROUVE)
               MOVE ZERO TO WS-R-GRAND-LIVRE(WS-RAPP-TROUVE)
               MOVE "N" TO WS-R-IMPRIME(WS-RAPP-TROUVE)
           END-IF.
       5000-TROUVER-PAIRE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "RAPPROCHEMENT AUXILIAIRES / GL TERMINE.".
           DISPLAY "LIGNES REGISTRE LUES  : " WS-REGISTRE-CNT.
           DISPLAY "SOURCES INCONNUES     : " WS-REGISTRE-INCONNU-CNT.
           DISPLAY "LIGNES GL LUES        : " WS-LIGNE-GL-CNT.
           DISPLAY "LIGNES GL DE CONTROLE : " WS-LIGNE-GL-RETENUE-CNT.
           DISPLAY "PERIODES/SOURCES      : " WS-PAIRE-CNT.
           DISPLAY "PERIODES EN ECART     : " WS-ECART-CNT.
           IF WS-ECART-CNT > ZERO
               DISPLAY "AUXILIAIRES NON PROUVES - CODE CONDITION 8"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "AUXILIAIRES = COMPTES DE CONTROLE."
           END-IF.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
