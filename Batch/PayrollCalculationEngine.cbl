      * deduction code, and proves gross minus deductions equals net
      * - per employee and in total - with ControlTotals.cpy before
      * anything downstream touches the numbers.
      * Members of the company pension scheme (PensionMembership.cpy)
      * pay their own percentage of gross after the statutory table;
      * the employer share is priced by the member's matching rule.
      * Both shares go to the fund's contribution schedule, the
      * contribution history the annual statement and the leaver
      * certificate are built from, and one transfer to the fund in
      * the bank envelope of the supplier payments.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WHATIF-STATUS.

           SELECT PENSION-MEMBER-FILE ASSIGN DYNAMIC WS-PMEMB-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PMEMB-STATUS.

           SELECT PENSION-HISTORY-FILE ASSIGN DYNAMIC WS-PHIST-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PHIST-STATUS.

           SELECT PENSION-FUND-PARM-FILE ASSIGN DYNAMIC WS-PFUND-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PFUND-STATUS.

           SELECT PENSION-SCHEDULE-FILE ASSIGN DYNAMIC WS-PSCHED-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PSCHED-STATUS.

           SELECT PENSION-PAYMENT-FILE ASSIGN DYNAMIC WS-PPAY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PPAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATES-FILE.
      * Month-by-month memory of the register's code totals - the
      * base the year-end declaration extract reconciles against.
      * A re-run of the same period replaces its rows, it does not
      * double them. RHS-ASSIETTE is the pay the code was computed
      * on over the month - the gross for a percentage row, the
      * slice of gross inside the bracket for a tax bracket, zero
      * for a fixed amount - which the monthly social-charges
      * remittance declares as the contribution base.
       FD  REGISTER-HISTORY-FILE.
       01  REGISTER-HISTORY-RECORD.
           05 RHS-PERIODE           PIC 9(6).
           05 RHS-CODE              PIC X(4).
           05 RHS-CUMUL             PIC 9(9)V99.
           05 RHS-ASSIETTE          PIC 9(9)V99.

      * The proposed rate table for the what-if run - same B/P/F
      * row shapes as the live rates file.
       FD  WHATIF-REPORT-FILE.
       01  WHATIF-REPORT-LINE       PIC X(90).

       FD  PENSION-MEMBER-FILE.
           COPY "PensionMembership.cpy".

       FD  PENSION-HISTORY-FILE.
           COPY "PensionContribution.cpy".

      * Who the fund is paid to - without it the schedule is still
      * written but no transfer is prepared.
       FD  PENSION-FUND-PARM-FILE.
       01  PENSION-FUND-PARM-RECORD.
           05 PFP-FONDS-NOM         PIC X(30).
           05 PFP-IBAN              PIC X(34).
           05 PFP-BIC               PIC X(11).

       FD  PENSION-SCHEDULE-FILE.
       01  PENSION-SCHEDULE-LINE    PIC X(80).

       FD  PENSION-PAYMENT-FILE.
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

       FD  YTD-FILE.
       01  PAYROLL-YTD-RECORD.
           05 YTD-EMP-ID            PIC X(6).
                             VALUE "Data/PAYROLL-PROPOSED-RATES.txt".
       01  WS-WHATIF-PATH           PIC X(40)
                                 VALUE "Data/WHATIF-DIFF-REPORT.txt".
       01  WS-PMEMB-PATH            PIC X(40)
                                 VALUE "Data/PENSION-MEMBERSHIP.txt".
       01  WS-PHIST-PATH            PIC X(40)
                       VALUE "Data/PENSION-CONTRIBUTION-HISTORY.txt".
       01  WS-PFUND-PATH            PIC X(40)
                                 VALUE "Data/PENSION-FUND-PARM.txt".
       01  WS-PSCHED-PATH           PIC X(40)
                      VALUE "Data/PENSION-CONTRIBUTION-SCHEDULE.txt".
       01  WS-PPAY-PATH             PIC X(40)
                               VALUE "Data/PENSION-FUND-PAYMENT.txt".
       01  WS-RATES-STATUS          PIC XX.
       01  WS-PAYROLL-STATUS        PIC XX.
       01  WS-NET-STATUS            PIC XX.
       01  WS-GREMIT-STATUS        PIC XX.
       01  WS-BENF-STATUS           PIC XX.
       01  WS-RHIST-STATUS          PIC XX.
       01  WS-PMEMB-STATUS          PIC XX.
       01  WS-PHIST-STATUS          PIC XX.
       01  WS-PFUND-STATUS          PIC XX.
       01  WS-PSCHED-STATUS         PIC XX.
       01  WS-PPAY-STATUS           PIC XX.

       01  WS-PENSION-CNT           PIC 9(4) VALUE ZERO.
       01  WS-PM                    PIC 9(4).

       01  WS-PENSION-TABLE.
           05 WS-PENSION-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-PENSION-CNT
                   INDEXED BY PMX.
               10 WS-PM-EMP-ID      PIC X(6).
               10 WS-PM-TAUX-SALARIAL PIC 9(2)V99.
               10 WS-PM-REGLE       PIC X(1).
               10 WS-PM-TAUX-ABONDEMENT PIC 9(3)V99.
               10 WS-PM-PLAFOND     PIC 9(2)V99.

       01  WS-PCH-CNT               PIC 9(5) VALUE ZERO.
       01  WS-PH                    PIC 9(5).

       01  WS-PCH-TABLE.
           05 WS-PCH-ENTRY OCCURS 30000 TIMES
                   DEPENDING ON WS-PCH-CNT
                   INDEXED BY PHX.
               10 WS-PH-LIGNE       PIC X(39).

       01  WS-FONDS-PRESENT         PIC X VALUE "N".
           88 FONDS-PRESENT         VALUE "Y".
       01  WS-FONDS-NOM             PIC X(30).
       01  WS-FONDS-IBAN            PIC X(34).
       01  WS-FONDS-BIC             PIC X(11).

       01  WS-PENS-SALARIALE        PIC 9(7)V99.
       01  WS-PENS-PATRONALE        PIC 9(7)V99.
       01  WS-PENS-PLAFOND          PIC 9(7)V99.
       01  WS-PENS-CNT              PIC 9(5) VALUE ZERO.
       01  WS-PENS-BRUT-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01  WS-PENS-SAL-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  WS-PENS-PAT-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  WS-PENS-A-VERSER         PIC 9(9)V99 VALUE ZERO.
       01  WS-PENS-BRUT-EDITE       PIC Z(6)9.99.
       01  WS-PENS-TAUX-EDITE       PIC Z9.99.
       01  WS-PENS-SAL-EDITE        PIC Z(8)9.99.
       01  WS-PENS-PAT-EDITE        PIC Z(8)9.99.
       01  WS-PENS-TOT-EDITE        PIC Z(8)9.99.

       01  WS-RHIST-CNT             PIC 9(4) VALUE ZERO.
       01  WS-RH                    PIC 9(4).
       01  WS-RH-FUSION             PIC 9(4).
       01  WS-RH-CODE-TRAVAIL       PIC X(4).
       01  WS-RH-CUMUL-TRAVAIL      PIC 9(9)V99.
       01  WS-RH-ASSIETTE-TRAVAIL   PIC 9(9)V99.

       01  WS-RHIST-TABLE.
           05 WS-RHIST-ENTRY OCCURS 5000 TIMES
               10 WS-RH-PERIODE     PIC 9(6).
               10 WS-RH-CODE        PIC X(4).
               10 WS-RH-CUMUL       PIC 9(9)V99.
               10 WS-RH-ASSIETTE    PIC 9(9)V99.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
               10 WS-R-TAUX         PIC 9(2)V99.
               10 WS-R-MONTANT      PIC 9(5)V99.
               10 WS-R-CUMUL        PIC 9(9)V99.
               10 WS-R-ASSIETTE     PIC 9(9)V99.

       01  WS-EMP-CNT               PIC 9(5) VALUE ZERO.
       01  WS-DEPT-REJET-CNT        PIC 9(5) VALUE ZERO.

               PERFORM 3500-HISTORISER-RETENUES-DEB
                  THRU 3500-HISTORISER-RETENUES-FIN

               PERFORM 3600-HISTORISER-RETRAITE-DEB
                  THRU 3600-HISTORISER-RETRAITE-FIN

               PERFORM 3700-VIRER-FONDS-RETRAITE-DEB
                  THRU 3700-VIRER-FONDS-RETRAITE-FIN
           END-IF.

           PERFORM 9000-TERMINAISON-DEB
           PERFORM 1400-CHARGER-AVANTAGES-DEB
              THRU 1400-CHARGER-AVANTAGES-FIN.

           IF NOT MODE-SIMULATION
               PERFORM 1500-CHARGER-RETRAITE-DEB
                  THRU 1500-CHARGER-RETRAITE-FIN
           END-IF.

           OPEN INPUT PAYROLL-FILE.
           IF WS-PAYROLL-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE PAYROLL-FILE: "
                           WS-GREMIT-STATUS
                   STOP RUN
               END-IF

               OPEN OUTPUT PENSION-SCHEDULE-FILE
               IF WS-PSCHED-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE PENSION-SCHEDULE-FILE: "
                           WS-PSCHED-STATUS
                   STOP RUN
               END-IF
               MOVE SPACES TO PENSION-SCHEDULE-LINE
               STRING "ECHEANCIER DES COTISATIONS RETRAITE - PERIODE "
                      WS-RUN-PERIODE-PAIE
                      DELIMITED BY SIZE INTO PENSION-SCHEDULE-LINE
               WRITE PENSION-SCHEDULE-LINE
               MOVE SPACES TO PENSION-SCHEDULE-LINE
               STRING "EMP-ID       BRUT  TAUX  PART SALAR."
                      " PART PATRON.        TOTAL"
                      DELIMITED BY SIZE INTO PENSION-SCHEDULE-LINE
               WRITE PENSION-SCHEDULE-LINE
           END-IF.

           PERFORM 2100-LIRE-PAYROLL-DEB
                           MOVE PRM-TAUX TO WS-R-TAUX(RX)
                           MOVE PRM-MONTANT TO WS-R-MONTANT(RX)
                           MOVE ZERO TO WS-R-CUMUL(RX)
                           MOVE ZERO TO WS-R-ASSIETTE(RX)
                       ELSE
                           DISPLAY "RATES-FILE A PLUS DE 30 LIGNES "
                                   "- LIGNES EXCEDENTAIRES IGNOREES"
              VARYING WS-R FROM 1 BY 1
              UNTIL WS-R > WS-RATE-CNT.

           PERFORM 2240-RETENIR-RETRAITE-DEB
              THRU 2240-RETENIR-RETRAITE-FIN.

           PERFORM 2250-RETENIR-AVANCE-DEB
              THRU 2250-RETENIR-AVANCE-FIN.

       1400-CHARGER-AVANTAGES-FIN.
           EXIT.

      * Only the active rows of the membership file contribute; the
      * contribution history is kept without this period's rows on
      * a regular run - a rerun replaces them - and whole on a
      * supplemental run, whose rows come on top. No membership
      * file means nobody has joined the scheme yet.
       1500-CHARGER-RETRAITE-DEB.
           OPEN INPUT PENSION-MEMBER-FILE.
           IF WS-PMEMB-STATUS = "00"
               PERFORM UNTIL WS-PMEMB-STATUS = "10"
                   READ PENSION-MEMBER-FILE
                       AT END
                           MOVE "10" TO WS-PMEMB-STATUS
                       NOT AT END
                           IF PMB-ACTIF
                                   AND PMB-DATE-ADHESION
                                       <= WS-RUN-DATE
                               IF WS-PENSION-CNT < 9999
                                   ADD 1 TO WS-PENSION-CNT
                                   SET PMX TO WS-PENSION-CNT
                                   MOVE PMB-EMP-ID TO WS-ID-BRUT
                                   CALL "IdFormatNormalizer" USING
                                       WS-ID-BRUT WS-ID-CANONIQUE
                                   MOVE WS-ID-CANONIQUE
                                       TO WS-PM-EMP-ID(PMX)
                                   MOVE PMB-TAUX-SALARIAL
                                       TO WS-PM-TAUX-SALARIAL(PMX)
                                   MOVE PMB-REGLE-ABONDEMENT
                                       TO WS-PM-REGLE(PMX)
                                   MOVE PMB-TAUX-ABONDEMENT
                                       TO WS-PM-TAUX-ABONDEMENT(PMX)
                                   MOVE PMB-PLAFOND-ABONDEMENT
                                       TO WS-PM-PLAFOND(PMX)
                               ELSE
                                   DISPLAY "TABLE DES ADHERENTS "
                                           "RETRAITE PLEINE"
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENSION-MEMBER-FILE
           END-IF.

           OPEN INPUT PENSION-FUND-PARM-FILE.
           IF WS-PFUND-STATUS = "00"
               READ PENSION-FUND-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-FONDS-PRESENT
                       MOVE PFP-FONDS-NOM TO WS-FONDS-NOM
                       MOVE PFP-IBAN TO WS-FONDS-IBAN
                       MOVE PFP-BIC TO WS-FONDS-BIC
               END-READ
               CLOSE PENSION-FUND-PARM-FILE
           END-IF.

           OPEN INPUT PENSION-HISTORY-FILE.
           IF WS-PHIST-STATUS = "00"
               PERFORM UNTIL WS-PHIST-STATUS = "10"
                   READ PENSION-HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-PHIST-STATUS
                       NOT AT END
                           IF PCH-PERIODE NOT = WS-RUN-PERIODE-PAIE
                                   OR MODE-SUPPLEMENTAIRE
                               IF WS-PCH-CNT < 30000
                                   ADD 1 TO WS-PCH-CNT
                                   SET PHX TO WS-PCH-CNT
                                   MOVE PENSION-CONTRIBUTION-RECORD
                                       TO WS-PH-LIGNE(PHX)
                               ELSE
                                   DISPLAY "HISTORIQUE RETRAITE PLEIN"
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENSION-HISTORY-FILE
           END-IF.
       1500-CHARGER-RETRAITE-FIN.
           EXIT.

      * The priced benefit premium replaces the one-size flat row:
      * one deduction per enrolled employee, labeled for the
      * payslip.
       2280-APPLIQUER-UNE-SAISIE-FIN.
           EXIT.

      * The member's own contribution comes straight after the
      * statutory table; the employer share is priced on the same
      * gross by the member's rule and never touches the net. The
      * history table is full-checked at load, so the room for
      * this run's rows is there unless the file was at the limit.
       2240-RETENIR-RETRAITE-DEB.
           PERFORM VARYING WS-PM FROM 1 BY 1
                   UNTIL WS-PM > WS-PENSION-CNT
               IF WS-PM-EMP-ID(WS-PM) = PR-EMP-ID
                       AND WS-BRUT > ZERO
                   COMPUTE WS-PENS-SALARIALE ROUNDED =
                           (WS-BRUT * WS-PM-TAUX-SALARIAL(WS-PM))
                           / 100
                   MOVE ZERO TO WS-PENS-PATRONALE
                   EVALUATE WS-PM-REGLE(WS-PM)
                       WHEN "M"
                           COMPUTE WS-PENS-PATRONALE ROUNDED =
                                   (WS-PENS-SALARIALE
                                   * WS-PM-TAUX-ABONDEMENT(WS-PM))
                                   / 100
                           IF WS-PM-PLAFOND(WS-PM) > ZERO
                               COMPUTE WS-PENS-PLAFOND ROUNDED =
                                       (WS-BRUT
                                       * WS-PM-PLAFOND(WS-PM)) / 100
                               IF WS-PENS-PATRONALE > WS-PENS-PLAFOND
                                   MOVE WS-PENS-PLAFOND
                                       TO WS-PENS-PATRONALE
                               END-IF
                           END-IF
                       WHEN "F"
                           COMPUTE WS-PENS-PATRONALE ROUNDED =
                                   (WS-BRUT
                                   * WS-PM-TAUX-ABONDEMENT(WS-PM))
                                   / 100
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM 2245-INSCRIRE-RETRAITE-DEB
                      THRU 2245-INSCRIRE-RETRAITE-FIN
               END-IF
           END-PERFORM.
       2240-RETENIR-RETRAITE-FIN.
           EXIT.

       2245-INSCRIRE-RETRAITE-DEB.
           IF WS-PENS-SALARIALE > ZERO
               ADD WS-PENS-SALARIALE TO WS-RETENUES-TOTAL
               MOVE SPACES TO PAYSLIP-DETAIL-RECORD
               MOVE PR-EMP-ID TO PSD-EMP-ID
               MOVE "PENS" TO PSD-CODE
               MOVE "REGIME DE RETRAITE" TO PSD-LIBELLE
               MOVE WS-PENS-SALARIALE TO PSD-MONTANT
               WRITE PAYSLIP-DETAIL-RECORD
           END-IF.

           MOVE WS-BRUT TO WS-PENS-BRUT-EDITE.
           MOVE WS-PM-TAUX-SALARIAL(WS-PM) TO WS-PENS-TAUX-EDITE.
           MOVE WS-PENS-SALARIALE TO WS-PENS-SAL-EDITE.
           MOVE WS-PENS-PATRONALE TO WS-PENS-PAT-EDITE.
           COMPUTE WS-PENS-TOT-EDITE =
                   WS-PENS-SALARIALE + WS-PENS-PATRONALE.
           MOVE SPACES TO PENSION-SCHEDULE-LINE.
           STRING PR-EMP-ID " " WS-PENS-BRUT-EDITE " "
                  WS-PENS-TAUX-EDITE " " WS-PENS-SAL-EDITE " "
                  WS-PENS-PAT-EDITE " " WS-PENS-TOT-EDITE
                  DELIMITED BY SIZE INTO PENSION-SCHEDULE-LINE.
           WRITE PENSION-SCHEDULE-LINE.

           IF WS-PCH-CNT < 30000
               ADD 1 TO WS-PCH-CNT
               SET PHX TO WS-PCH-CNT
               MOVE SPACES TO PENSION-CONTRIBUTION-RECORD
               MOVE WS-RUN-PERIODE-PAIE TO PCH-PERIODE
               MOVE PR-EMP-ID TO PCH-EMP-ID
               MOVE WS-BRUT TO PCH-BRUT
               MOVE WS-PENS-SALARIALE TO PCH-PART-SALARIALE
               MOVE WS-PENS-PATRONALE TO PCH-PART-PATRONALE
               MOVE PENSION-CONTRIBUTION-RECORD TO WS-PH-LIGNE(PHX)
           ELSE
               DISPLAY "HISTORIQUE RETRAITE PLEIN - " PR-EMP-ID
                       " NON HISTORISE"
           END-IF.

           ADD 1 TO WS-PENS-CNT.
           ADD WS-BRUT TO WS-PENS-BRUT-TOTAL.
           ADD WS-PENS-SALARIALE TO WS-PENS-SAL-TOTAL.
           ADD WS-PENS-PATRONALE TO WS-PENS-PAT-TOTAL.
       2245-INSCRIRE-RETRAITE-FIN.
           EXIT.

       2250-RETENIR-AVANCE-DEB.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SCHEDULE-CNT
                   WHEN "B"
                       PERFORM 2210-CALCULER-TRANCHE-DEB
                          THRU 2210-CALCULER-TRANCHE-FIN
                       ADD WS-ASSIETTE TO WS-R-ASSIETTE(WS-R)
                   WHEN "P"
                       COMPUTE WS-RETENUE ROUNDED =
                               (WS-BRUT * WS-R-TAUX(WS-R)) / 100
                       ADD WS-BRUT TO WS-R-ASSIETTE(WS-R)
                   WHEN "F"
                       MOVE WS-R-MONTANT(WS-R) TO WS-RETENUE
                   WHEN OTHER
                                   TO WS-RH-PERIODE(RHX)
                               MOVE RHS-CODE TO WS-RH-CODE(RHX)
                               MOVE RHS-CUMUL TO WS-RH-CUMUL(RHX)
                               IF RHS-ASSIETTE IS NUMERIC
                                   MOVE RHS-ASSIETTE
                                       TO WS-RH-ASSIETTE(RHX)
                               ELSE
                                   MOVE ZERO TO WS-RH-ASSIETTE(RHX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-R-CUMUL(WS-R) > ZERO
                   MOVE WS-R-CODE(WS-R) TO WS-RH-CODE-TRAVAIL
                   MOVE WS-R-CUMUL(WS-R) TO WS-RH-CUMUL-TRAVAIL
                   MOVE WS-R-ASSIETTE(WS-R)
                       TO WS-RH-ASSIETTE-TRAVAIL
                   PERFORM 3550-FONDRE-CUMUL-DEB
                      THRU 3550-FONDRE-CUMUL-FIN
               END-IF
           IF WS-AVANCE-TOTAL > ZERO
               MOVE "AVAN" TO WS-RH-CODE-TRAVAIL
               MOVE WS-AVANCE-TOTAL TO WS-RH-CUMUL-TRAVAIL
               MOVE ZERO TO WS-RH-ASSIETTE-TRAVAIL
               PERFORM 3550-FONDRE-CUMUL-DEB
                  THRU 3550-FONDRE-CUMUL-FIN
           END-IF.
           IF WS-BENF-TOTAL > ZERO
               MOVE "BENF" TO WS-RH-CODE-TRAVAIL
               MOVE WS-BENF-TOTAL TO WS-RH-CUMUL-TRAVAIL
               MOVE ZERO TO WS-RH-ASSIETTE-TRAVAIL
               PERFORM 3550-FONDRE-CUMUL-DEB
                  THRU 3550-FONDRE-CUMUL-FIN
           END-IF.
           IF WS-PENS-SAL-TOTAL > ZERO
               MOVE "PENS" TO WS-RH-CODE-TRAVAIL
               MOVE WS-PENS-SAL-TOTAL TO WS-RH-CUMUL-TRAVAIL
               MOVE WS-PENS-BRUT-TOTAL TO WS-RH-ASSIETTE-TRAVAIL
               PERFORM 3550-FONDRE-CUMUL-DEB
                  THRU 3550-FONDRE-CUMUL-FIN
           END-IF.
           IF WS-SAISIE-TOTAL > ZERO
               MOVE "SAIS" TO WS-RH-CODE-TRAVAIL
               MOVE WS-SAISIE-TOTAL TO WS-RH-CUMUL-TRAVAIL
               MOVE ZERO TO WS-RH-ASSIETTE-TRAVAIL
               PERFORM 3550-FONDRE-CUMUL-DEB
                  THRU 3550-FONDRE-CUMUL-FIN
           END-IF.
               MOVE WS-RH-PERIODE(WS-RH) TO RHS-PERIODE
               MOVE WS-RH-CODE(WS-RH) TO RHS-CODE
               MOVE WS-RH-CUMUL(WS-RH) TO RHS-CUMUL
               MOVE WS-RH-ASSIETTE(WS-RH) TO RHS-ASSIETTE
               WRITE REGISTER-HISTORY-RECORD
           END-PERFORM.
           CLOSE REGISTER-HISTORY-FILE.
               WHEN WS-RH-FUSION > ZERO
                   ADD WS-RH-CUMUL-TRAVAIL
                       TO WS-RH-CUMUL(WS-RH-FUSION)
                   ADD WS-RH-ASSIETTE-TRAVAIL
                       TO WS-RH-ASSIETTE(WS-RH-FUSION)
               WHEN WS-RHIST-CNT < 5000
                   ADD 1 TO WS-RHIST-CNT
                   SET RHX TO WS-RHIST-CNT
                       TO WS-RH-PERIODE(RHX)
                   MOVE WS-RH-CODE-TRAVAIL TO WS-RH-CODE(RHX)
                   MOVE WS-RH-CUMUL-TRAVAIL TO WS-RH-CUMUL(RHX)
                   MOVE WS-RH-ASSIETTE-TRAVAIL
                       TO WS-RH-ASSIETTE(RHX)
               WHEN OTHER
                   DISPLAY "HISTORIQUE DES RETENUES PLEIN - "
                           WS-RH-CODE-TRAVAIL " NON HISTORISE"
       3550-FONDRE-CUMUL-FIN.
           EXIT.

       3600-HISTORISER-RETRAITE-DEB.
           IF WS-PCH-CNT > ZERO
               OPEN OUTPUT PENSION-HISTORY-FILE
               IF WS-PHIST-STATUS NOT = "00"
                   DISPLAY "ERREUR REECRITURE PENSION-HISTORY-FILE: "
                           WS-PHIST-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-PH FROM 1 BY 1
                       UNTIL WS-PH > WS-PCH-CNT
                   MOVE WS-PH-LIGNE(WS-PH)
                       TO PENSION-CONTRIBUTION-RECORD
                   WRITE PENSION-CONTRIBUTION-RECORD
               END-PERFORM
               CLOSE PENSION-HISTORY-FILE
           END-IF.
       3600-HISTORISER-RETRAITE-FIN.
           EXIT.

      * The schedule closes on the fund's total; the transfer for
      * both shares goes out only when there is something to pay
      * and somewhere to pay it.
       3700-VIRER-FONDS-RETRAITE-DEB.
           COMPUTE WS-PENS-A-VERSER = WS-PENS-SAL-TOTAL
                   + WS-PENS-PAT-TOTAL.
           MOVE WS-PENS-BRUT-TOTAL TO WS-MONTANT-EDITE.
           MOVE WS-PENS-SAL-TOTAL TO WS-PENS-SAL-EDITE.
           MOVE WS-PENS-PAT-TOTAL TO WS-PENS-PAT-EDITE.
           MOVE WS-PENS-A-VERSER TO WS-PENS-TOT-EDITE.
           MOVE SPACES TO PENSION-SCHEDULE-LINE.
           STRING "TOTAL" WS-MONTANT-EDITE "       "
                  WS-PENS-SAL-EDITE " " WS-PENS-PAT-EDITE " "
                  WS-PENS-TOT-EDITE
                  DELIMITED BY SIZE INTO PENSION-SCHEDULE-LINE.
           WRITE PENSION-SCHEDULE-LINE.

           IF WS-PENS-A-VERSER > ZERO
               IF FONDS-PRESENT
                   PERFORM 3710-ECRIRE-VIREMENT-DEB
                      THRU 3710-ECRIRE-VIREMENT-FIN
               ELSE
                   DISPLAY "PARAMETRES DU FONDS DE RETRAITE ABSENTS "
                           "- AUCUN VIREMENT PREPARE"
               END-IF
           END-IF.
       3700-VIRER-FONDS-RETRAITE-FIN.
           EXIT.

       3710-ECRIRE-VIREMENT-DEB.
           OPEN OUTPUT PENSION-PAYMENT-FILE.
           IF WS-PPAY-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE PENSION-PAYMENT-FILE: "
                       WS-PPAY-STATUS
               STOP RUN
           END-IF.

           MOVE SPACES TO PAYMENT-RECORD.
           MOVE "01" TO PH-TYPE.
           MOVE "RETRAITE  " TO PH-FILE-ID.
           MOVE WS-RUN-DATE TO PH-CREATION-DATE.
           MOVE WS-RUN-DATE TO PH-DATE-VALEUR.
           WRITE PAYMENT-RECORD.

           MOVE SPACES TO PAYMENT-RECORD.
           MOVE "02" TO PD-TYPE.
           MOVE WS-FONDS-IBAN TO PD-IBAN.
           MOVE WS-FONDS-BIC TO PD-BIC.
           MOVE WS-PENS-A-VERSER TO PD-MONTANT.
           MOVE WS-RUN-PERIODE-PAIE TO PD-PERIODE.
           MOVE WS-FONDS-NOM TO PD-NOM.
           WRITE PAYMENT-RECORD.

           MOVE SPACES TO PAYMENT-RECORD.
           MOVE "09" TO PT-TYPE.
           MOVE 1 TO PT-RECORD-COUNT.
           COMPUTE PT-HASH-TOTAL = WS-PENS-A-VERSER * 100.
           WRITE PAYMENT-RECORD.
           CLOSE PENSION-PAYMENT-FILE.
       3710-ECRIRE-VIREMENT-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE PAYROLL-FILE.
           IF MODE-SIMULATION
               CLOSE REPAY-REGISTER-FILE
               CLOSE PAYSLIP-DETAIL-FILE
               CLOSE GARNISH-REMIT-FILE
               CLOSE PENSION-SCHEDULE-FILE
           END-IF.

           COMPUTE WS-ECART = WS-BRUT-GRAND-TOTAL
           DISPLAY "PRIMES AVANTAGES      : " WS-BENF-RETENUE-CNT.
           DISPLAY "SAISIES APPLIQUEES    : " WS-SAISIE-CNT.
           DISPLAY "ORDRES CLOTURES       : " WS-ORDRE-CLOS-CNT.
           DISPLAY "COTISANTS RETRAITE    : " WS-PENS-CNT.
           MOVE WS-BRUT-GRAND-TOTAL TO WS-MONTANT-EDITE.
           DISPLAY "TOTAL BRUT            : " WS-MONTANT-EDITE.
           MOVE WS-RETENUES-GRAND-TOTAL TO WS-MONTANT-EDITE.
