       IDENTIFICATION DIVISION.
       PROGRAM-ID. PensionAnnualStatement.
       AUTHOR. Mathieu.

      * Annual contribution statement of the company pension
      * scheme, one per member who contributed in the year: the
      * scheme terms on the membership row, month by month the
      * gross the contributions were computed on with the employee
      * and employer shares, the year's totals and everything paid
      * in since joining. The figures come from the contribution
      * history the payroll engine writes each run, so a
      * supplemental run's rows fall into their month with the
      * regular ones. The year is the one named in
      * Data/PENSION-STATEMENT-PARM.txt, the year before the run
      * when the file is absent or blank. Members who left during
      * the year still get the statement for the months they paid.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YEAR-PARM-FILE ASSIGN DYNAMIC WS-YEAR-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-PARM-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PENSION-MEMBER-FILE ASSIGN DYNAMIC WS-PMEMB-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PMEMB-STATUS.

           SELECT PENSION-HISTORY-FILE ASSIGN DYNAMIC WS-PHIST-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PHIST-STATUS.

           SELECT STATEMENT-FILE ASSIGN DYNAMIC WS-STATEMENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-PARM-FILE.
       01  YEAR-PARM-RECORD.
           05 YRP-YEAR-X            PIC X(4).
           05 YRP-YEAR REDEFINES YRP-YEAR-X
                                    PIC 9(4).

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EmployeeMaster.cpy".

       FD  PENSION-MEMBER-FILE.
           COPY "PensionMembership.cpy".

       FD  PENSION-HISTORY-FILE.
           COPY "PensionContribution.cpy".

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-YEAR-PARM-PATH        PIC X(40)
                             VALUE "Data/PENSION-STATEMENT-PARM.txt".
       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/EMPLOYEE-MASTER.txt".
       01  WS-PMEMB-PATH            PIC X(40)
                                 VALUE "Data/PENSION-MEMBERSHIP.txt".
       01  WS-PHIST-PATH            PIC X(40)
                       VALUE "Data/PENSION-CONTRIBUTION-HISTORY.txt".
       01  WS-STATEMENT-PATH        PIC X(40)
                           VALUE "Data/PENSION-ANNUAL-STATEMENT.txt".
       01  WS-YEAR-PARM-STATUS      PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-PMEMB-STATUS          PIC XX.
       01  WS-PHIST-STATUS          PIC XX.
       01  WS-STATEMENT-STATUS      PIC XX.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).
       01  WS-ANNEE                 PIC 9(4) VALUE ZERO.

       01  WS-MEMBER-CNT            PIC 9(4) VALUE ZERO.
       01  WS-M                     PIC 9(4).

       01  WS-MEMBER-TABLE.
           05 WS-MEMBER-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-MEMBER-CNT
                   INDEXED BY MBX.
               10 WS-M-ID-NORM      PIC X(6).
               10 WS-M-NOM          PIC X(20).
               10 WS-M-DATE-ADHESION PIC 9(8).
               10 WS-M-TAUX-SALARIAL PIC 9(2)V99.
               10 WS-M-REGLE        PIC X(1).
               10 WS-M-TAUX-ABONDEMENT PIC 9(3)V99.
               10 WS-M-PLAFOND      PIC 9(2)V99.
               10 WS-M-STATUT       PIC X(1).
               10 WS-M-DATE-SORTIE  PIC 9(8).
               10 WS-M-CUMUL-SAL    PIC 9(9)V99.
               10 WS-M-CUMUL-PAT    PIC 9(9)V99.

      * The declared year's history rows, taken whole.
       01  WS-HIST-CNT              PIC 9(5) VALUE ZERO.
       01  WS-H                     PIC 9(5).

       01  WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 30000 TIMES
                   DEPENDING ON WS-HIST-CNT
                   INDEXED BY HSX.
               10 WS-H-LIGNE        PIC X(39).

      * One member's year, month by month.
       01  WS-MOIS-TABLE.
           05 WS-MOIS-ENTRY OCCURS 12 TIMES.
               10 WS-MO-BRUT        PIC 9(9)V99.
               10 WS-MO-SAL         PIC 9(9)V99.
               10 WS-MO-PAT         PIC 9(9)V99.
       01  WS-MO                    PIC 9(2).
       01  WS-MOIS-NOM              PIC X(9).

       01  WS-AN-BRUT               PIC 9(9)V99.
       01  WS-AN-SAL                PIC 9(9)V99.
       01  WS-AN-PAT                PIC 9(9)V99.
       01  WS-AN-LIGNES             PIC 9(3).

       01  WS-RELEVE-CNT            PIC 9(5) VALUE ZERO.
       01  WS-SANS-COTISATION-CNT   PIC 9(5) VALUE ZERO.
       01  WS-SAL-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01  WS-PAT-TOTAL             PIC 9(11)V99 VALUE ZERO.

       01  WS-ID-BRUT               PIC X(6).
       01  WS-ID-CANONIQUE          PIC X(6).

       01  WS-DATE-TRAVAIL          PIC 9(8).
       01  WS-DATE-TRAVAIL-GROUPE REDEFINES WS-DATE-TRAVAIL.
           05 WS-DT-YYYY            PIC 9(4).
           05 WS-DT-MM              PIC 9(2).
           05 WS-DT-DD              PIC 9(2).
       01  WS-DATE-EDITEE           PIC X(10).

       01  WS-BRUT-EDITE            PIC Z(8)9.99.
       01  WS-SAL-EDITE             PIC Z(8)9.99.
       01  WS-PAT-EDITE             PIC Z(8)9.99.
       01  WS-TOT-EDITE             PIC Z(8)9.99.
       01  WS-TAUX-EDITE            PIC Z9.99.
       01  WS-ABOND-EDITE           PIC ZZ9.99.
       01  WS-PLAFOND-EDITE         PIC Z9.99.
       01  WS-TOTAL-EDITE           PIC Z(10)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-EDITER-RELEVE-DEB
              THRU 2000-EDITER-RELEVE-FIN
              VARYING WS-M FROM 1 BY 1
              UNTIL WS-M > WS-MEMBER-CNT.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-ANNEE = WS-RUN-YYYY - 1.
           OPEN INPUT YEAR-PARM-FILE.
           IF WS-YEAR-PARM-STATUS = "00"
               READ YEAR-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF YRP-YEAR-X IS NUMERIC
                               AND YRP-YEAR > ZERO
                           MOVE YRP-YEAR TO WS-ANNEE
                       END-IF
               END-READ
               CLOSE YEAR-PARM-FILE
           END-IF.

           PERFORM 1100-CHARGER-ADHESIONS-DEB
              THRU 1100-CHARGER-ADHESIONS-FIN.
           PERFORM 1200-CHARGER-MAITRE-DEB
              THRU 1200-CHARGER-MAITRE-FIN.
           PERFORM 1300-CHARGER-COTISATIONS-DEB
              THRU 1300-CHARGER-COTISATIONS-FIN.

           OPEN OUTPUT STATEMENT-FILE.
           IF WS-STATEMENT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE STATEMENT-FILE: "
                       WS-STATEMENT-STATUS
               STOP RUN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-CHARGER-ADHESIONS-DEB.
           OPEN INPUT PENSION-MEMBER-FILE.
           IF WS-PMEMB-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE PENSION-MEMBER-FILE: "
                       WS-PMEMB-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-PMEMB-STATUS = "10"
               READ PENSION-MEMBER-FILE
                   AT END
                       MOVE "10" TO WS-PMEMB-STATUS
                   NOT AT END
                       IF WS-MEMBER-CNT < 9999
                           ADD 1 TO WS-MEMBER-CNT
                           SET MBX TO WS-MEMBER-CNT
                           MOVE PMB-EMP-ID TO WS-ID-BRUT
                           CALL "IdFormatNormalizer" USING
                               WS-ID-BRUT WS-ID-CANONIQUE
                           MOVE WS-ID-CANONIQUE TO WS-M-ID-NORM(MBX)
                           MOVE SPACES TO WS-M-NOM(MBX)
                           MOVE PMB-DATE-ADHESION
                               TO WS-M-DATE-ADHESION(MBX)
                           MOVE PMB-TAUX-SALARIAL
                               TO WS-M-TAUX-SALARIAL(MBX)
                           MOVE PMB-REGLE-ABONDEMENT
                               TO WS-M-REGLE(MBX)
                           MOVE PMB-TAUX-ABONDEMENT
                               TO WS-M-TAUX-ABONDEMENT(MBX)
                           MOVE PMB-PLAFOND-ABONDEMENT
                               TO WS-M-PLAFOND(MBX)
                           MOVE PMB-STATUT TO WS-M-STATUT(MBX)
                           MOVE PMB-DATE-SORTIE
                               TO WS-M-DATE-SORTIE(MBX)
                           MOVE ZERO TO WS-M-CUMUL-SAL(MBX)
                                        WS-M-CUMUL-PAT(MBX)
                       ELSE
                           DISPLAY "TABLE DES ADHERENTS PLEINE"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENSION-MEMBER-FILE.
       1100-CHARGER-ADHESIONS-FIN.
           EXIT.

       1200-CHARGER-MAITRE-DEB.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE EMPLOYEE-MASTER-FILE: "
                       WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MASTER-STATUS = "10"
               READ EMPLOYEE-MASTER-FILE
                   AT END
                       MOVE "10" TO WS-MASTER-STATUS
                   NOT AT END
                       MOVE EMP-ID TO WS-ID-BRUT
                       CALL "IdFormatNormalizer" USING
                           WS-ID-BRUT WS-ID-CANONIQUE
                       PERFORM VARYING WS-M FROM 1 BY 1
                               UNTIL WS-M > WS-MEMBER-CNT
                           IF WS-M-ID-NORM(WS-M) = WS-ID-CANONIQUE
                               MOVE EMP-NAME TO WS-M-NOM(WS-M)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.
       1200-CHARGER-MAITRE-FIN.
           EXIT.

      * Every row up to the end of the year counts in the total
      * since joining; the year's own rows are kept for the month
      * lines. No history means no statement to print.
       1300-CHARGER-COTISATIONS-DEB.
           OPEN INPUT PENSION-HISTORY-FILE.
           IF WS-PHIST-STATUS = "00"
               PERFORM UNTIL WS-PHIST-STATUS = "10"
                   READ PENSION-HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-PHIST-STATUS
                       NOT AT END
                           IF PCH-ANNEE NOT > WS-ANNEE
                               PERFORM 1350-CUMULER-COTISATION-DEB
                                  THRU 1350-CUMULER-COTISATION-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENSION-HISTORY-FILE
           ELSE
               IF WS-PHIST-STATUS NOT = "35"
                   DISPLAY "ERREUR OUVERTURE PENSION-HISTORY-FILE: "
                           WS-PHIST-STATUS
                   STOP RUN
               END-IF
           END-IF.
       1300-CHARGER-COTISATIONS-FIN.
           EXIT.

       1350-CUMULER-COTISATION-DEB.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MEMBER-CNT
               IF WS-M-ID-NORM(WS-M) = PCH-EMP-ID
                   ADD PCH-PART-SALARIALE TO WS-M-CUMUL-SAL(WS-M)
                   ADD PCH-PART-PATRONALE TO WS-M-CUMUL-PAT(WS-M)
               END-IF
           END-PERFORM.
           IF PCH-ANNEE = WS-ANNEE
               IF WS-HIST-CNT < 30000
                   ADD 1 TO WS-HIST-CNT
                   SET HSX TO WS-HIST-CNT
                   MOVE PENSION-CONTRIBUTION-RECORD
                       TO WS-H-LIGNE(HSX)
               ELSE
                   DISPLAY "TABLE DES COTISATIONS PLEINE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       1350-CUMULER-COTISATION-FIN.
           EXIT.

       2000-EDITER-RELEVE-DEB.
           INITIALIZE WS-MOIS-TABLE.
           MOVE ZERO TO WS-AN-BRUT WS-AN-SAL WS-AN-PAT WS-AN-LIGNES.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HIST-CNT
               MOVE WS-H-LIGNE(WS-H) TO PENSION-CONTRIBUTION-RECORD
               IF PCH-EMP-ID = WS-M-ID-NORM(WS-M)
                       AND PCH-MOIS > ZERO AND PCH-MOIS < 13
                   ADD 1 TO WS-AN-LIGNES
                   ADD PCH-BRUT TO WS-MO-BRUT(PCH-MOIS)
                   ADD PCH-PART-SALARIALE TO WS-MO-SAL(PCH-MOIS)
                   ADD PCH-PART-PATRONALE TO WS-MO-PAT(PCH-MOIS)
                   ADD PCH-BRUT TO WS-AN-BRUT
                   ADD PCH-PART-SALARIALE TO WS-AN-SAL
                   ADD PCH-PART-PATRONALE TO WS-AN-PAT
               END-IF
           END-PERFORM.

           IF WS-AN-LIGNES = ZERO
               ADD 1 TO WS-SANS-COTISATION-CNT
           ELSE
               PERFORM 2100-ECRIRE-ENTETE-RELEVE-DEB
                  THRU 2100-ECRIRE-ENTETE-RELEVE-FIN
               PERFORM 2200-ECRIRE-MOIS-DEB
                  THRU 2200-ECRIRE-MOIS-FIN
                  VARYING WS-MO FROM 1 BY 1
                  UNTIL WS-MO > 12
               PERFORM 2300-ECRIRE-TOTAUX-DEB
                  THRU 2300-ECRIRE-TOTAUX-FIN
               ADD 1 TO WS-RELEVE-CNT
               ADD WS-AN-SAL TO WS-SAL-TOTAL
               ADD WS-AN-PAT TO WS-PAT-TOTAL
           END-IF.
       2000-EDITER-RELEVE-FIN.
           EXIT.

       2100-ECRIRE-ENTETE-RELEVE-DEB.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "RELEVE ANNUEL DES COTISATIONS RETRAITE - ANNEE "
                  WS-ANNEE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE ALL "-" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "ADHERENT        : " WS-M-ID-NORM(WS-M) " "
                  WS-M-NOM(WS-M)
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-M-DATE-ADHESION(WS-M) TO WS-DATE-TRAVAIL.
           PERFORM 2400-EDITER-DATE-DEB
              THRU 2400-EDITER-DATE-FIN.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "ADHESION        : " WS-DATE-EDITEE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           IF WS-M-STATUT(WS-M) = "C"
               MOVE WS-M-DATE-SORTIE(WS-M) TO WS-DATE-TRAVAIL
               PERFORM 2400-EDITER-DATE-DEB
                  THRU 2400-EDITER-DATE-FIN
               MOVE " - SORTIE LE " TO STATEMENT-LINE(29:13)
               MOVE WS-DATE-EDITEE TO STATEMENT-LINE(42:10)
           END-IF.
           WRITE STATEMENT-LINE.
           MOVE WS-M-TAUX-SALARIAL(WS-M) TO WS-TAUX-EDITE.
           MOVE WS-M-TAUX-ABONDEMENT(WS-M) TO WS-ABOND-EDITE.
           MOVE WS-M-PLAFOND(WS-M) TO WS-PLAFOND-EDITE.
           MOVE SPACES TO STATEMENT-LINE.
           EVALUATE WS-M-REGLE(WS-M)
               WHEN "M"
                   IF WS-M-PLAFOND(WS-M) > ZERO
                       STRING "COTISATION      : " WS-TAUX-EDITE
                              " % DU BRUT - ABONDEMENT "
                              WS-ABOND-EDITE " % (MAX "
                              WS-PLAFOND-EDITE " %)"
                              DELIMITED BY SIZE INTO STATEMENT-LINE
                   ELSE
                       STRING "COTISATION      : " WS-TAUX-EDITE
                              " % DU BRUT - ABONDEMENT "
                              WS-ABOND-EDITE " %"
                              DELIMITED BY SIZE INTO STATEMENT-LINE
                   END-IF
               WHEN "F"
                   STRING "COTISATION      : " WS-TAUX-EDITE
                          " % DU BRUT - PART PATRONALE "
                          WS-ABOND-EDITE " % DU BRUT"
                          DELIMITED BY SIZE INTO STATEMENT-LINE
               WHEN OTHER
                   STRING "COTISATION      : " WS-TAUX-EDITE
                          " % DU BRUT - SANS ABONDEMENT"
                          DELIMITED BY SIZE INTO STATEMENT-LINE
           END-EVALUATE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "MOIS              BRUT  PART SALAR. PART PATRON."
                  "        TOTAL"
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
       2100-ECRIRE-ENTETE-RELEVE-FIN.
           EXIT.

       2200-ECRIRE-MOIS-DEB.
           IF WS-MO-BRUT(WS-MO) > ZERO OR WS-MO-SAL(WS-MO) > ZERO
               CALL "MonthLookup" USING WS-MO WS-MOIS-NOM
               MOVE WS-MO-BRUT(WS-MO) TO WS-BRUT-EDITE
               MOVE WS-MO-SAL(WS-MO) TO WS-SAL-EDITE
               MOVE WS-MO-PAT(WS-MO) TO WS-PAT-EDITE
               COMPUTE WS-TOT-EDITE = WS-MO-SAL(WS-MO)
                       + WS-MO-PAT(WS-MO)
               MOVE SPACES TO STATEMENT-LINE
               STRING WS-MOIS-NOM " " WS-BRUT-EDITE " "
                      WS-SAL-EDITE " " WS-PAT-EDITE " " WS-TOT-EDITE
                      DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
       2200-ECRIRE-MOIS-FIN.
           EXIT.

       2300-ECRIRE-TOTAUX-DEB.
           MOVE WS-AN-BRUT TO WS-BRUT-EDITE.
           MOVE WS-AN-SAL TO WS-SAL-EDITE.
           MOVE WS-AN-PAT TO WS-PAT-EDITE.
           COMPUTE WS-TOT-EDITE = WS-AN-SAL + WS-AN-PAT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "TOTAL     " WS-BRUT-EDITE " " WS-SAL-EDITE " "
                  WS-PAT-EDITE " " WS-TOT-EDITE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-M-CUMUL-SAL(WS-M) TO WS-SAL-EDITE.
           MOVE WS-M-CUMUL-PAT(WS-M) TO WS-PAT-EDITE.
           COMPUTE WS-TOT-EDITE = WS-M-CUMUL-SAL(WS-M)
                   + WS-M-CUMUL-PAT(WS-M).
           MOVE SPACES TO STATEMENT-LINE.
           STRING "DEPUIS L'ADHESION      " WS-SAL-EDITE " "
                  WS-PAT-EDITE " " WS-TOT-EDITE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
       2300-ECRIRE-TOTAUX-FIN.
           EXIT.

       2400-EDITER-DATE-DEB.
           MOVE SPACES TO WS-DATE-EDITEE.
           STRING WS-DT-YYYY "-" WS-DT-MM "-" WS-DT-DD
                  DELIMITED BY SIZE INTO WS-DATE-EDITEE.
       2400-EDITER-DATE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE STATEMENT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "RELEVES ANNUELS RETRAITE GENERES.".
           DISPLAY "ANNEE                 : " WS-ANNEE.
           DISPLAY "ADHESIONS LUES        : " WS-MEMBER-CNT.
           DISPLAY "RELEVES EDITES        : " WS-RELEVE-CNT.
           DISPLAY "SANS COTISATION       : " WS-SANS-COTISATION-CNT.
           MOVE WS-SAL-TOTAL TO WS-TOTAL-EDITE.
           DISPLAY "TOTAL PART SALARIALE  : " WS-TOTAL-EDITE.
           MOVE WS-PAT-TOTAL TO WS-TOTAL-EDITE.
           DISPLAY "TOTAL PART PATRONALE  : " WS-TOTAL-EDITE.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
