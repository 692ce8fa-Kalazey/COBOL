       IDENTIFICATION DIVISION.
       PROGRAM-ID. SocialChargesRemittance.
       AUTHOR. Mathieu.

      * Monthly remittance return of the social contributions to the
      * government collector - the figures the payroll office summed
      * by hand from the deduction register every month, while
      * AnnualDeclarationExtract only ever covered the year-end
      * filing. The period is the month before the run unless
      * Data/SOCIAL-REMITTANCE-PARM.txt names one; the same file
      * carries the employer's number at the collector, the
      * collector's bank details and the day of the following month
      * the payment falls due. Each contribution category of
      * Data/SOCIAL-CONTRIBUTION-CATEGORIES.txt names the deduction
      * code the calculation engine withholds the employee share
      * under, the employer rate and the GL liability account the
      * share is booked on. From the engine's period-keyed copy of
      * the deduction register the run totals, per category, the
      * contribution base, the employee rate and share, and prices
      * the employer share at the employer rate on the same base.
      * Before anything goes out the declared employee share is
      * reconciled category by category against the period's
      * movement on the liability account in the GL journal: a
      * difference stops the run with the severe code and neither
      * the declaration nor the payment is written. Otherwise the
      * collector's declaration goes out in the extract envelope of
      * the year-end filing - an 00 header, one 02 detail per
      * category, a 99 trailer with count and hash - and the payment
      * instruction in the bank envelope of the supplier payments.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CATEGORY-FILE ASSIGN DYNAMIC WS-CATEGORY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATEGORY-STATUS.

           SELECT RATES-FILE ASSIGN DYNAMIC WS-RATES-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.

           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-HISTORY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN DYNAMIC WS-GL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT DECLARATION-FILE ASSIGN DYNAMIC WS-DECL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DECL-STATUS.

           SELECT PAYMENT-FILE ASSIGN DYNAMIC WS-PAYMENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  REMITTANCE-PARM-RECORD.
           05 PRM-PERIODE           PIC 9(6).
           05 PRM-COLLECTEUR-ID     PIC X(14).
           05 PRM-COLLECTEUR-NOM    PIC X(30).
           05 PRM-IBAN              PIC X(34).
           05 PRM-BIC               PIC X(11).
           05 PRM-JOUR-ECHEANCE     PIC 9(2).

      * One row per contribution category declared to the
      * collector: the engine deduction code carrying the employee
      * share, the collector's category code, the employer rate and
      * the GL account the employee share is booked on.
       FD  CATEGORY-FILE.
       01  CONTRIBUTION-CATEGORY-RECORD.
           05 CSC-CODE              PIC X(4).
           05 CSC-CATEGORIE         PIC X(4).
           05 CSC-LIBELLE           PIC X(20).
           05 CSC-TAUX-PATRONAL     PIC 9(2)V99.
           05 CSC-COMPTE-GL         PIC X(6).

       FD  RATES-FILE.
       01  DEDUCTION-RATE-RECORD.
           05 DRT-TYPE              PIC X(1).
           05 DRT-CODE              PIC X(4).
           05 DRT-LIBELLE           PIC X(20).
           05 DRT-SEUIL             PIC 9(6)V99.
           05 DRT-TAUX              PIC 9(2)V99.
           05 DRT-MONTANT           PIC 9(5)V99.

       FD  HISTORY-FILE.
       01  REGISTER-HISTORY-RECORD.
           05 RHS-PERIODE           PIC 9(6).
           05 RHS-CODE              PIC X(4).
           05 RHS-CUMUL             PIC 9(9)V99.
           05 RHS-ASSIETTE          PIC 9(9)V99.

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           05 GLJ-RUN-ID            PIC X(14).
           05 GLJ-PERIODE           PIC 9(6).
           05 GLJ-SOURCE            PIC X(8).
           05 GLJ-COMPTE            PIC X(6).
           05 GLJ-SENS              PIC X(1).
           05 GLJ-MONTANT           PIC 9(9)V99.
           05 GLJ-REFERENCE         PIC X(24).

       FD  DECLARATION-FILE.
       01  DECLARATION-RECORD       PIC X(80).
       01  DECLARATION-HEADER REDEFINES DECLARATION-RECORD.
           05 DCH-TYPE              PIC X(2).
           05 DCH-FILE-ID           PIC X(10).
           05 DCH-DATE              PIC 9(8).
           05 DCH-PERIODE           PIC 9(6).
           05 DCH-COLLECTEUR-ID     PIC X(14).
           05 FILLER                PIC X(40).
       01  DECLARATION-DETAIL REDEFINES DECLARATION-RECORD.
           05 DCD-TYPE              PIC X(2).
           05 DCD-CATEGORIE         PIC X(4).
           05 DCD-CODE              PIC X(4).
           05 DCD-ASSIETTE          PIC 9(11)V99.
           05 DCD-TAUX-SALARIAL     PIC 9(2)V99.
           05 DCD-PART-SALARIALE    PIC 9(9)V99.
           05 DCD-TAUX-PATRONAL     PIC 9(2)V99.
           05 DCD-PART-PATRONALE    PIC 9(9)V99.
           05 DCD-TOTAL             PIC 9(9)V99.
           05 FILLER                PIC X(16).
       01  DECLARATION-TRAILER REDEFINES DECLARATION-RECORD.
           05 DCT-TYPE              PIC X(2).
           05 DCT-FILE-ID           PIC X(10).
           05 DCT-DATE              PIC 9(8).
           05 DCT-RECORD-COUNT      PIC 9(7).
           05 DCT-HASH-TOTAL        PIC 9(13).
           05 DCT-MONTANT-TOTAL     PIC 9(11)V99.
           05 FILLER                PIC X(27).

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD           PIC X(100).
       01  PAYMENT-HEADER REDEFINES PAYMENT-RECORD.
           05 PH-TYPE               PIC X(2).
           05 PH-FILE-ID            PIC X(10).
           05 PH-CREATION-DATE      PIC 9(8).
           05 PH-DATE-VALEUR        PIC 9(8).
           05 FILLER                PIC X(72).
       01  PAYMENT-DETAIL REDEFINES PAYMENT-RECORD.
           05 PD-TYPE               PIC X(2).
           05 PD-IBAN               PIC X(34).
           05 PD-BIC                PIC X(11).
           05 PD-MONTANT            PIC 9(9)V99.
           05 PD-PERIODE            PIC 9(6).
           05 PD-NOM                PIC X(30).
           05 FILLER                PIC X(6).
       01  PAYMENT-TRAILER REDEFINES PAYMENT-RECORD.
           05 PT-TYPE               PIC X(2).
           05 PT-RECORD-COUNT       PIC 9(7).
           05 PT-HASH-TOTAL         PIC 9(13).
           05 FILLER                PIC X(78).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-PARM-PATH             PIC X(40)
                            VALUE "Data/SOCIAL-REMITTANCE-PARM.txt".
       01  WS-CATEGORY-PATH         PIC X(40)
                      VALUE "Data/SOCIAL-CONTRIBUTION-CATEGORIES.txt".
       01  WS-RATES-PATH            PIC X(40)
                             VALUE "Data/PAYROLL-DEDUCTION-RATES.txt".
       01  WS-HISTORY-PATH          PIC X(40)
                         VALUE "Data/DEDUCTION-REGISTER-HISTORY.txt".
       01  WS-GL-PATH               PIC X(40)
                                 VALUE "Data/GL-JOURNAL.txt".
       01  WS-DECL-PATH             PIC X(40)
                           VALUE "Data/SOCIAL-CHARGES-DECLARATION.txt".
       01  WS-PAYMENT-PATH          PIC X(40)
                               VALUE "Data/SOCIAL-CHARGES-PAYMENT.txt".
       01  WS-REPORT-PATH           PIC X(40)
                            VALUE "Data/SOCIAL-CHARGES-REMITTANCE.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-CATEGORY-STATUS       PIC XX.
       01  WS-RATES-STATUS          PIC XX.
       01  WS-HISTORY-STATUS        PIC XX.
       01  WS-GL-STATUS             PIC XX.
       01  WS-DECL-STATUS           PIC XX.
       01  WS-PAYMENT-STATUS        PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).

       01  WS-PERIODE               PIC 9(6).
       01  WS-PERIODE-GROUPE REDEFINES WS-PERIODE.
           05 WS-PER-YYYY           PIC 9(4).
           05 WS-PER-MM             PIC 9(2).

       01  WS-DATE-ECHEANCE         PIC 9(8).
       01  WS-ECHEANCE-GROUPE REDEFINES WS-DATE-ECHEANCE.
           05 WS-ECH-YYYY           PIC 9(4).
           05 WS-ECH-MM             PIC 9(2).
           05 WS-ECH-DD             PIC 9(2).
       01  WS-JOUR-ECHEANCE         PIC 9(2) VALUE 15.

       01  WS-COLLECTEUR-ID         PIC X(14) VALUE SPACES.
       01  WS-COLLECTEUR-NOM        PIC X(30) VALUE SPACES.
       01  WS-COLLECTEUR-IBAN       PIC X(34) VALUE SPACES.
       01  WS-COLLECTEUR-BIC        PIC X(11) VALUE SPACES.

       01  WS-CAT-CNT               PIC 9(3) VALUE ZERO.
       01  WS-C                     PIC 9(3).

       01  WS-CATEGORY-TABLE.
           05 WS-CATEGORY-ENTRY OCCURS 50 TIMES
                   DEPENDING ON WS-CAT-CNT
                   INDEXED BY CX.
               10 WS-C-CODE         PIC X(4).
               10 WS-C-CATEGORIE    PIC X(4).
               10 WS-C-LIBELLE      PIC X(20).
               10 WS-C-TAUX-PATRONAL PIC 9(2)V99.
               10 WS-C-COMPTE-GL    PIC X(6).
               10 WS-C-TAUX-SALARIAL PIC 9(2)V99.
               10 WS-C-ASSIETTE     PIC 9(11)V99.
               10 WS-C-PART-SALARIALE PIC 9(9)V99.
               10 WS-C-PART-PATRONALE PIC 9(9)V99.
               10 WS-C-GL-SOLDE     PIC S9(11)V99.

       01  WS-ECART                 PIC S9(11)V99.
       01  WS-ECART-CNT             PIC 9(3) VALUE ZERO.
       01  WS-CALCUL                PIC 9(13)V9999.

       01  WS-ASSIETTE-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  WS-SALARIAL-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  WS-PATRONAL-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  WS-GL-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01  WS-A-VERSER              PIC 9(11)V99 VALUE ZERO.

       01  WS-DETAIL-CNT            PIC 9(7) VALUE ZERO.
       01  WS-HASH-TOTAL            PIC 9(13) VALUE ZERO.
       01  WS-CENTIMES              PIC 9(13).

       01  WS-LIGNE-EN-ATTENTE      PIC X(100).
       01  WS-ASSIETTE-EDITE        PIC Z(9)9.99.
       01  WS-TAUX-EDITE            PIC Z9.99.
       01  WS-TAUX-P-EDITE          PIC Z9.99.
       01  WS-MONTANT-EDITE         PIC Z(8)9.99.
       01  WS-PATRONAL-EDITE        PIC Z(8)9.99.
       01  WS-GL-EDITE              PIC -(9)9.99.
       01  WS-ECART-EDITE           PIC -(9)9.99.
       01  WS-TOTAL-EDITE           PIC Z(10)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TOTALISER-HISTORIQUE-DEB
              THRU 2000-TOTALISER-HISTORIQUE-FIN.

           PERFORM 2500-TOTALISER-GRAND-LIVRE-DEB
              THRU 2500-TOTALISER-GRAND-LIVRE-FIN.

           PERFORM 3000-EDITER-CALCUL-DEB
              THRU 3000-EDITER-CALCUL-FIN
              VARYING WS-C FROM 1 BY 1
              UNTIL WS-C > WS-CAT-CNT.

           PERFORM 3500-EDITER-TOTAUX-DEB
              THRU 3500-EDITER-TOTAUX-FIN.

           IF WS-ECART-CNT = ZERO
               PERFORM 4000-ECRIRE-DECLARATION-DEB
                  THRU 4000-ECRIRE-DECLARATION-FIN
               PERFORM 5000-ECRIRE-VIREMENT-DEB
                  THRU 5000-ECRIRE-VIREMENT-FIN
           END-IF.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-LIRE-PARAMETRES-DEB
              THRU 1100-LIRE-PARAMETRES-FIN.
           PERFORM 1200-CHARGER-CATEGORIES-DEB
              THRU 1200-CHARGER-CATEGORIES-FIN.
           PERFORM 1300-CHARGER-TAUX-DEB
              THRU 1300-CHARGER-TAUX-FIN.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE "SocialChargesRemittance" TO RH-PROGRAM-ID.
           MOVE "COTISATIONS SOCIALES" TO RH-REPORT-TITLE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           PERFORM 8000-ECRIRE-ENTETE-DEB
              THRU 8000-ECRIRE-ENTETE-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

      * The collector's bank details cannot be guessed - without
      * the parameter file there is nothing to pay to. A zero
      * period means the month before the run, a zero due day the
      * fifteenth; the payment falls due in the month after the
      * period.
       1100-LIRE-PARAMETRES-DEB.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE PARM-FILE: " WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-PERIODE.
           READ PARM-FILE
               AT END
                   DISPLAY "PARAMETRES DE VERSEMENT ABSENTS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   IF PRM-PERIODE IS NUMERIC
                       MOVE PRM-PERIODE TO WS-PERIODE
                   END-IF
                   MOVE PRM-COLLECTEUR-ID TO WS-COLLECTEUR-ID
                   MOVE PRM-COLLECTEUR-NOM TO WS-COLLECTEUR-NOM
                   MOVE PRM-IBAN TO WS-COLLECTEUR-IBAN
                   MOVE PRM-BIC TO WS-COLLECTEUR-BIC
                   IF PRM-JOUR-ECHEANCE IS NUMERIC
                           AND PRM-JOUR-ECHEANCE > ZERO
                           AND PRM-JOUR-ECHEANCE < 29
                       MOVE PRM-JOUR-ECHEANCE TO WS-JOUR-ECHEANCE
                   END-IF
           END-READ.
           CLOSE PARM-FILE.

           IF WS-PERIODE = ZERO
               IF WS-RUN-MM = 1
                   COMPUTE WS-PER-YYYY = WS-RUN-YYYY - 1
                   MOVE 12 TO WS-PER-MM
               ELSE
                   MOVE WS-RUN-YYYY TO WS-PER-YYYY
                   COMPUTE WS-PER-MM = WS-RUN-MM - 1
               END-IF
           END-IF.

           IF WS-PER-MM = 12
               COMPUTE WS-ECH-YYYY = WS-PER-YYYY + 1
               MOVE 1 TO WS-ECH-MM
           ELSE
               MOVE WS-PER-YYYY TO WS-ECH-YYYY
               COMPUTE WS-ECH-MM = WS-PER-MM + 1
           END-IF.
           MOVE WS-JOUR-ECHEANCE TO WS-ECH-DD.
       1100-LIRE-PARAMETRES-FIN.
           EXIT.

       1200-CHARGER-CATEGORIES-DEB.
           OPEN INPUT CATEGORY-FILE.
           IF WS-CATEGORY-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE CATEGORY-FILE: "
                       WS-CATEGORY-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CATEGORY-STATUS = "10"
               READ CATEGORY-FILE
                   AT END
                       MOVE "10" TO WS-CATEGORY-STATUS
                   NOT AT END
                       IF WS-CAT-CNT < 50
                           ADD 1 TO WS-CAT-CNT
                           SET CX TO WS-CAT-CNT
                           MOVE CSC-CODE TO WS-C-CODE(CX)
                           MOVE CSC-CATEGORIE TO WS-C-CATEGORIE(CX)
                           MOVE CSC-LIBELLE TO WS-C-LIBELLE(CX)
                           MOVE CSC-TAUX-PATRONAL
                               TO WS-C-TAUX-PATRONAL(CX)
                           MOVE CSC-COMPTE-GL TO WS-C-COMPTE-GL(CX)
                           MOVE ZERO TO WS-C-TAUX-SALARIAL(CX)
                                        WS-C-ASSIETTE(CX)
                                        WS-C-PART-SALARIALE(CX)
                                        WS-C-PART-PATRONALE(CX)
                                        WS-C-GL-SOLDE(CX)
                       ELSE
                           DISPLAY "TABLE DES CATEGORIES PLEINE"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATEGORY-FILE.
       1200-CHARGER-CATEGORIES-FIN.
           EXIT.

      * The employee rate is the percentage row of the live
      * deduction table under the category's code.
       1300-CHARGER-TAUX-DEB.
           OPEN INPUT RATES-FILE.
           IF WS-RATES-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE RATES-FILE: "
                       WS-RATES-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-RATES-STATUS = "10"
               READ RATES-FILE
                   AT END
                       MOVE "10" TO WS-RATES-STATUS
                   NOT AT END
                       IF DRT-TYPE = "P"
                           PERFORM VARYING WS-C FROM 1 BY 1
                                   UNTIL WS-C > WS-CAT-CNT
                               IF WS-C-CODE(WS-C) = DRT-CODE
                                   MOVE DRT-TAUX
                                       TO WS-C-TAUX-SALARIAL(WS-C)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATES-FILE.
       1300-CHARGER-TAUX-FIN.
           EXIT.

      * The period's rows of the register history - the regular
      * run and any supplemental run already summed by the engine -
      * give each category its base and employee share; the
      * employer share is priced here on the same base.
       2000-TOTALISER-HISTORIQUE-DEB.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-STATUS = "10"
                   READ HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-HISTORY-STATUS
                       NOT AT END
                           IF RHS-PERIODE = WS-PERIODE
                               PERFORM 2100-CUMULER-CODE-DEB
                                  THRU 2100-CUMULER-CODE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               IF WS-HISTORY-STATUS NOT = "35"
                   DISPLAY "ERREUR OUVERTURE HISTORY-FILE: "
                           WS-HISTORY-STATUS
                   STOP RUN
               END-IF
           END-IF.

           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAT-CNT
               COMPUTE WS-CALCUL =
                       WS-C-ASSIETTE(WS-C) * WS-C-TAUX-PATRONAL(WS-C)
               COMPUTE WS-C-PART-PATRONALE(WS-C) ROUNDED =
                       WS-CALCUL / 100
           END-PERFORM.
       2000-TOTALISER-HISTORIQUE-FIN.
           EXIT.

       2100-CUMULER-CODE-DEB.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAT-CNT
               IF WS-C-CODE(WS-C) = RHS-CODE
                   ADD RHS-CUMUL TO WS-C-PART-SALARIALE(WS-C)
                   IF RHS-ASSIETTE IS NUMERIC
                       ADD RHS-ASSIETTE TO WS-C-ASSIETTE(WS-C)
                   END-IF
               END-IF
           END-PERFORM.
       2100-CUMULER-CODE-FIN.
           EXIT.

      * GlJournalPostBatch books each register code against the
      * liability account with the code at the head of the
      * reference - the period's credits less its debits on that
      * account for that code is what the ledger holds as owed.
      * No journal yet means nothing booked.
       2500-TOTALISER-GRAND-LIVRE-DEB.
           OPEN INPUT GL-JOURNAL-FILE.
           IF WS-GL-STATUS = "00"
               PERFORM UNTIL WS-GL-STATUS = "10"
                   READ GL-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-GL-STATUS
                       NOT AT END
                           IF GLJ-PERIODE = WS-PERIODE
                               PERFORM 2600-CUMULER-ECRITURE-DEB
                                  THRU 2600-CUMULER-ECRITURE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL-FILE
           ELSE
               IF WS-GL-STATUS NOT = "35"
                   DISPLAY "ERREUR OUVERTURE GL-JOURNAL-FILE: "
                           WS-GL-STATUS
                   STOP RUN
               END-IF
           END-IF.
       2500-TOTALISER-GRAND-LIVRE-FIN.
           EXIT.

       2600-CUMULER-ECRITURE-DEB.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAT-CNT
               IF GLJ-COMPTE = WS-C-COMPTE-GL(WS-C)
                       AND GLJ-REFERENCE(1:4) = WS-C-CODE(WS-C)
                   IF GLJ-SENS = "C"
                       ADD GLJ-MONTANT TO WS-C-GL-SOLDE(WS-C)
                   ELSE
                       SUBTRACT GLJ-MONTANT FROM WS-C-GL-SOLDE(WS-C)
                   END-IF
               END-IF
           END-PERFORM.
       2600-CUMULER-ECRITURE-FIN.
           EXIT.

       3000-EDITER-CALCUL-DEB.
           MOVE WS-C-ASSIETTE(WS-C) TO WS-ASSIETTE-EDITE.
           MOVE WS-C-TAUX-SALARIAL(WS-C) TO WS-TAUX-EDITE.
           MOVE WS-C-PART-SALARIALE(WS-C) TO WS-MONTANT-EDITE.
           MOVE WS-C-TAUX-PATRONAL(WS-C) TO WS-TAUX-P-EDITE.
           MOVE WS-C-PART-PATRONALE(WS-C) TO WS-PATRONAL-EDITE.
           MOVE WS-C-GL-SOLDE(WS-C) TO WS-GL-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-C-CATEGORIE(WS-C) " " WS-C-CODE(WS-C) " "
                  WS-C-LIBELLE(WS-C) WS-ASSIETTE-EDITE " "
                  WS-TAUX-EDITE WS-MONTANT-EDITE " "
                  WS-TAUX-P-EDITE WS-PATRONAL-EDITE WS-GL-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.

           COMPUTE WS-ECART = WS-C-PART-SALARIALE(WS-C)
                   - WS-C-GL-SOLDE(WS-C).
           IF WS-ECART NOT = ZERO
               ADD 1 TO WS-ECART-CNT
               MOVE WS-ECART TO WS-ECART-EDITE
               MOVE SPACES TO REPORT-LINE
               STRING "     *** ECART PART SALARIALE / COMPTE "
                      WS-C-COMPTE-GL(WS-C) " : " WS-ECART-EDITE
                      " ***"
                      DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 8100-ECRIRE-LIGNE-DEB
                  THRU 8100-ECRIRE-LIGNE-FIN
           END-IF.

           ADD WS-C-ASSIETTE(WS-C) TO WS-ASSIETTE-TOTAL.
           ADD WS-C-PART-SALARIALE(WS-C) TO WS-SALARIAL-TOTAL.
           ADD WS-C-PART-PATRONALE(WS-C) TO WS-PATRONAL-TOTAL.
           ADD WS-C-GL-SOLDE(WS-C) TO WS-GL-TOTAL.
       3000-EDITER-CALCUL-FIN.
           EXIT.

       3500-EDITER-TOTAUX-DEB.
           COMPUTE WS-A-VERSER = WS-SALARIAL-TOTAL
                   + WS-PATRONAL-TOTAL.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           MOVE WS-SALARIAL-TOTAL TO WS-TOTAL-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL PART SALARIALE DECLAREE  " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           MOVE WS-GL-TOTAL TO WS-ECART-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL AU PASSIF DU GRAND LIVRE " WS-ECART-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           MOVE WS-PATRONAL-TOTAL TO WS-TOTAL-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL PART PATRONALE           " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           MOVE WS-A-VERSER TO WS-TOTAL-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL A VERSER AU COLLECTEUR   " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.

           MOVE SPACES TO REPORT-LINE.
           IF WS-ECART-CNT = ZERO
               STRING "DECLARATION PROUVEE CONTRE LE GRAND LIVRE - "
                      "VERSEMENT LE " WS-ECH-YYYY "-" WS-ECH-MM "-"
                      WS-ECH-DD
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "*** DECLARATION NON PROUVEE - NI DECLARATION "
                      "NI VERSEMENT EMIS ***"
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
       3500-EDITER-TOTAUX-FIN.
           EXIT.

       4000-ECRIRE-DECLARATION-DEB.
           OPEN OUTPUT DECLARATION-FILE.
           IF WS-DECL-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE DECLARATION-FILE: "
                       WS-DECL-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO DECLARATION-RECORD.
           MOVE "00" TO DCH-TYPE.
           MOVE "DECL-SOC  " TO DCH-FILE-ID.
           MOVE WS-RUN-DATE TO DCH-DATE.
           MOVE WS-PERIODE TO DCH-PERIODE.
           MOVE WS-COLLECTEUR-ID TO DCH-COLLECTEUR-ID.
           WRITE DECLARATION-RECORD.

           PERFORM 4100-ECRIRE-CATEGORIE-DEB
              THRU 4100-ECRIRE-CATEGORIE-FIN
              VARYING WS-C FROM 1 BY 1
              UNTIL WS-C > WS-CAT-CNT.

           MOVE SPACES TO DECLARATION-RECORD.
           MOVE "99" TO DCT-TYPE.
           MOVE "DECL-SOC  " TO DCT-FILE-ID.
           MOVE WS-RUN-DATE TO DCT-DATE.
           MOVE WS-DETAIL-CNT TO DCT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO DCT-HASH-TOTAL.
           MOVE WS-A-VERSER TO DCT-MONTANT-TOTAL.
           WRITE DECLARATION-RECORD.
           CLOSE DECLARATION-FILE.
       4000-ECRIRE-DECLARATION-FIN.
           EXIT.

      * A category with no pay in the period is not declared.
       4100-ECRIRE-CATEGORIE-DEB.
           IF WS-C-ASSIETTE(WS-C) > ZERO
                   OR WS-C-PART-SALARIALE(WS-C) > ZERO
               MOVE SPACES TO DECLARATION-RECORD
               MOVE "02" TO DCD-TYPE
               MOVE WS-C-CATEGORIE(WS-C) TO DCD-CATEGORIE
               MOVE WS-C-CODE(WS-C) TO DCD-CODE
               MOVE WS-C-ASSIETTE(WS-C) TO DCD-ASSIETTE
               MOVE WS-C-TAUX-SALARIAL(WS-C) TO DCD-TAUX-SALARIAL
               MOVE WS-C-PART-SALARIALE(WS-C) TO DCD-PART-SALARIALE
               MOVE WS-C-TAUX-PATRONAL(WS-C) TO DCD-TAUX-PATRONAL
               MOVE WS-C-PART-PATRONALE(WS-C) TO DCD-PART-PATRONALE
               COMPUTE DCD-TOTAL = WS-C-PART-SALARIALE(WS-C)
                       + WS-C-PART-PATRONALE(WS-C)
               WRITE DECLARATION-RECORD
               ADD 1 TO WS-DETAIL-CNT
               COMPUTE WS-CENTIMES = DCD-TOTAL * 100
               ADD WS-CENTIMES TO WS-HASH-TOTAL
           END-IF.
       4100-ECRIRE-CATEGORIE-FIN.
           EXIT.

      * One transfer to the collector for the whole period, value
      * date the due day.
       5000-ECRIRE-VIREMENT-DEB.
           OPEN OUTPUT PAYMENT-FILE.
           IF WS-PAYMENT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE PAYMENT-FILE: "
                       WS-PAYMENT-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO PAYMENT-RECORD.
           MOVE "01" TO PH-TYPE.
           MOVE "COTISOC   " TO PH-FILE-ID.
           MOVE WS-RUN-DATE TO PH-CREATION-DATE.
           MOVE WS-DATE-ECHEANCE TO PH-DATE-VALEUR.
           WRITE PAYMENT-RECORD.

           MOVE SPACES TO PAYMENT-RECORD.
           MOVE "02" TO PD-TYPE.
           MOVE WS-COLLECTEUR-IBAN TO PD-IBAN.
           MOVE WS-COLLECTEUR-BIC TO PD-BIC.
           MOVE WS-A-VERSER TO PD-MONTANT.
           MOVE WS-PERIODE TO PD-PERIODE.
           MOVE WS-COLLECTEUR-NOM TO PD-NOM.
           WRITE PAYMENT-RECORD.

           MOVE SPACES TO PAYMENT-RECORD.
           MOVE "09" TO PT-TYPE.
           MOVE 1 TO PT-RECORD-COUNT.
           COMPUTE PT-HASH-TOTAL = WS-A-VERSER * 100.
           WRITE PAYMENT-RECORD.
           CLOSE PAYMENT-FILE.
       5000-ECRIRE-VIREMENT-FIN.
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
           STRING "VERSEMENT DES COTISATIONS DE LA PERIODE "
                  WS-PERIODE " - EMPLOYEUR " WS-COLLECTEUR-ID
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CAT  CODE LIBELLE                 ASSIETTE  TAUX"
                  "  PART SALAR.  TAUX  PART PATRON.   GRAND LIVRE"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 3 TO RH-LINE-COUNT.
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
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "VERSEMENT DES COTISATIONS SOCIALES TERMINE.".
           DISPLAY "PERIODE               : " WS-PERIODE.
           DISPLAY "CATEGORIES            : " WS-CAT-CNT.
           DISPLAY "CATEGORIES DECLAREES  : " WS-DETAIL-CNT.
           DISPLAY "ECARTS AU GRAND LIVRE : " WS-ECART-CNT.
           MOVE WS-A-VERSER TO WS-TOTAL-EDITE.
           DISPLAY "TOTAL A VERSER        : " WS-TOTAL-EDITE.
           DISPLAY "------------------------------------------------".
           IF WS-ECART-CNT > ZERO
               DISPLAY "DECLARATION NON PROUVEE - RUN ARRETE"
               MOVE 16 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-FIN.
           EXIT.
