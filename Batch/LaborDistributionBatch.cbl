       IDENTIFICATION DIVISION.
       PROGRAM-ID. LaborDistributionBatch.
       AUTHOR. Mathieu.

      * Spreads the payroll run's labor cost over the departments
      * that actually use the staff. The payroll file gives every
      * employee one department, and until now all of their cost
      * landed there even when they work part of their time for
      * another one. Runs after the calculation engine, on the same
      * day: for every employee of this run's net-pay file three
      * figures are spread - the gross pay; the employer charges,
      * that is the gross priced at the employer rates of the
      * contribution categories (Data/SOCIAL-CONTRIBUTION-
      * CATEGORIES.txt) plus the employer pension share the engine
      * wrote for the period; and the employer benefits premium of
      * the employee's plan and tier, priced as BenefitsPremiumBilling
      * prices it. The split is the employee's set of the cost-
      * allocation file in force for the period (the latest set
      * whose effective date falls in or before the payroll month);
      * without one the whole cost stays on the department of the
      * net-pay file. Each department's share is rounded to the
      * cent and the last line of the split takes what is left, so
      * the employee's cost is spread to the cent. The rows go to
      * the labor-distribution file, which DeptBudgetVarianceReport
      * reads for its actuals; a rerun of the period replaces them.
      * The departmental totals go to the subledger register (source
      * VENTPAIE, the department and the figure in the reference,
      * the expense account - 641000 for the gross, 645000 for the
      * charges and premiums - in SLR-COMPTE) for GlJournalPostBatch
      * to book against the distribution clearing account. That
      * posting is made once per period: a rerun reports the
      * period already booked, leaves the register alone and ends
      * with condition code 4. The distribution report lists every
      * employee's split and the department totals.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NET-PAY-FILE ASSIGN DYNAMIC WS-NET-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NET-STATUS.

           SELECT ALLOCATION-FILE ASSIGN DYNAMIC WS-ALLOCATION-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOCATION-STATUS.

           SELECT CATEGORY-FILE ASSIGN DYNAMIC WS-CATEGORY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATEGORY-STATUS.

           SELECT PENSION-HISTORY-FILE ASSIGN DYNAMIC WS-PHIST-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PHIST-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN DYNAMIC WS-ENROLL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT RATES-FILE ASSIGN DYNAMIC WS-RATES-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.

           SELECT DISTRIBUTION-FILE ASSIGN DYNAMIC WS-DISTRIB-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DISTRIB-STATUS.

           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NET-PAY-FILE.
       01  NET-PAY-RECORD.
           05 NP-EMP-ID             PIC X(6).
           05 NP-DEPT-CODE          PIC X(4).
           05 NP-BRUT               PIC 9(7)V99.
           05 NP-RETENUES           PIC 9(7)V99.
           05 NP-NET                PIC S9(7)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.

       FD  ALLOCATION-FILE.
           COPY "CostAllocation.cpy".

       FD  CATEGORY-FILE.
       01  CONTRIBUTION-CATEGORY-RECORD.
           05 CSC-CODE              PIC X(4).
           05 CSC-CATEGORIE         PIC X(4).
           05 CSC-LIBELLE           PIC X(20).
           05 CSC-TAUX-PATRONAL     PIC 9(2)V99.
           05 CSC-COMPTE-GL         PIC X(6).

       FD  PENSION-HISTORY-FILE.
           COPY "PensionContribution.cpy".

       FD  ENROLLMENT-FILE.
       01  BENEFITS-ENROLLMENT-RECORD.
           05 ENR-EMP-ID            PIC X(6).
           05 ENR-PLAN-CODE         PIC X(4).
           05 ENR-TIER              PIC X(1).
           05 ENR-DEP-CNT           PIC 9(2).

       FD  RATES-FILE.
       01  BENEFIT-PLAN-RATE-RECORD.
           05 BPR-PLAN-CODE         PIC X(4).
           05 BPR-TIER              PIC X(1).
           05 BPR-PRIME-SALARIE     PIC 9(5)V99.
           05 BPR-PRIME-EMPLOYEUR   PIC 9(5)V99.
           05 BPR-PRIME-DEPENDANT   PIC 9(4)V99.

       FD  DISTRIBUTION-FILE.
           COPY "LaborDistribution.cpy".

       FD  REGISTER-FILE.
           COPY "SubledgerRegister.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "LaborDistribution".
       01  WS-CT-CENTIMES           PIC 9(9).
       01  WS-RC-SAUVE              PIC 9(4) VALUE ZERO.

       01  WS-NET-PATH              PIC X(40)
                                 VALUE "Data/PAYROLL-NET-FILE.txt".
       01  WS-ALLOCATION-PATH       PIC X(40)
                                 VALUE "Data/COST-ALLOCATION.txt".
       01  WS-CATEGORY-PATH         PIC X(40)
                  VALUE "Data/SOCIAL-CONTRIBUTION-CATEGORIES.txt".
       01  WS-PHIST-PATH            PIC X(40)
                  VALUE "Data/PENSION-CONTRIBUTION-HISTORY.txt".
       01  WS-ENROLL-PATH           PIC X(40)
                                 VALUE "Data/BENEFITS-ENROLLMENT.txt".
       01  WS-RATES-PATH            PIC X(40)
                                 VALUE "Data/BENEFIT-PLAN-RATES.txt".
       01  WS-DISTRIB-PATH          PIC X(40)
                                 VALUE "Data/LABOR-DISTRIBUTION.txt".
       01  WS-REGISTER-PATH         PIC X(40)
                             VALUE "Data/SUBLEDGER-GL-REGISTER.txt".
       01  WS-REPORT-PATH           PIC X(40)
                         VALUE "Data/LABOR-DISTRIBUTION-REPORT.txt".
       01  WS-NET-STATUS            PIC XX.
       01  WS-ALLOCATION-STATUS     PIC XX.
       01  WS-CATEGORY-STATUS       PIC XX.
       01  WS-PHIST-STATUS          PIC XX.
       01  WS-ENROLL-STATUS         PIC XX.
       01  WS-RATES-STATUS          PIC XX.
       01  WS-DISTRIB-STATUS        PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-PERIODE        PIC 9(6).
           05 FILLER                PIC 9(2).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-ID                PIC X(14).

      * The split sets of the cost-allocation file.
       01  WS-CAL-CNT               PIC 9(4) VALUE ZERO.
       01  WS-K                     PIC 9(4).

       01  WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-CAL-CNT
                   INDEXED BY KX.
               10 WS-K-EMP-ID       PIC X(6).
               10 WS-K-DATE-EFFET   PIC 9(8).
               10 WS-K-PERIODE      PIC 9(6).
               10 WS-K-DEPT         PIC X(4).
               10 WS-K-PCT          PIC 9(3)V99.

      * Employer pension share of the period, per employee.
       01  WS-PENS-CNT              PIC 9(4) VALUE ZERO.
       01  WS-P                     PIC 9(4).
       01  WS-PENS-TROUVE           PIC 9(4).

       01  WS-PENS-TABLE.
           05 WS-PENS-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-PENS-CNT
                   INDEXED BY PX.
               10 WS-P-EMP-ID       PIC X(6).
               10 WS-P-PATRONALE    PIC 9(7)V99.

       01  WS-RATE-CNT              PIC 9(3) VALUE ZERO.
       01  WS-R                     PIC 9(3).

       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 100 TIMES
                   DEPENDING ON WS-RATE-CNT
                   INDEXED BY RX.
               10 WS-R-PLAN         PIC X(4).
               10 WS-R-TIER         PIC X(1).
               10 WS-R-EMPLOYEUR    PIC 9(5)V99.

      * Employer premium per employee, under the payroll id.
       01  WS-PRIME-CNT             PIC 9(4) VALUE ZERO.
       01  WS-B                     PIC 9(4).

       01  WS-PRIME-TABLE.
           05 WS-PRIME-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-PRIME-CNT
                   INDEXED BY BX.
               10 WS-B-EMP-ID       PIC X(6).
               10 WS-B-EMPLOYEUR    PIC 9(5)V99.

       01  WS-ID-BRUT               PIC X(6).
       01  WS-ID-CANONIQUE          PIC X(6).

      * Rows of the other periods, written back as they were.
       01  WS-GARDE-CNT             PIC 9(5) VALUE ZERO.
       01  WS-G                     PIC 9(5).

       01  WS-GARDE-TABLE.
           05 WS-GARDE-ENTRY OCCURS 30000 TIMES
                   DEPENDING ON WS-GARDE-CNT
                   INDEXED BY GX.
               10 WS-G-LIGNE        PIC X(48).

       01  WS-DEJA-VENTILE          PIC X VALUE "N".
           88 PERIODE-DEJA-VENTILEE VALUE "Y".

      * The split applied to the employee being spread.
       01  WS-PART-CNT              PIC 9(1) VALUE ZERO.
       01  WS-L                     PIC 9(1).
       01  WS-DATE-RETENUE          PIC 9(8).

       01  WS-PART-TABLE.
           05 WS-PART-ENTRY OCCURS 5 TIMES.
               10 WS-L-DEPT         PIC X(4).
               10 WS-L-PCT          PIC 9(3)V99.
               10 WS-L-BRUT         PIC 9(7)V99.
               10 WS-L-CHARGES      PIC 9(7)V99.
               10 WS-L-AVANTAGES    PIC 9(7)V99.

      * Department totals of the run, for the register and report.
       01  WS-VENT-CNT              PIC 9(3) VALUE ZERO.
       01  WS-V                     PIC 9(3).
       01  WS-VENT-TROUVE           PIC 9(3).

       01  WS-VENT-TABLE.
           05 WS-VENT-ENTRY OCCURS 200 TIMES
                   DEPENDING ON WS-VENT-CNT
                   INDEXED BY VX.
               10 WS-V-DEPT         PIC X(4).
               10 WS-V-BRUT         PIC 9(9)V99.
               10 WS-V-CHARGES      PIC 9(9)V99.
               10 WS-V-AVANTAGES    PIC 9(9)V99.

       01  WS-TAUX-PATRONAL         PIC 9(3)V99 VALUE ZERO.
       01  WS-CHARGES-EMP           PIC 9(7)V99.
       01  WS-AVANTAGES-EMP         PIC 9(7)V99.
       01  WS-REPARTI-BRUT          PIC 9(7)V99.
       01  WS-REPARTI-CHARGES       PIC 9(7)V99.
       01  WS-REPARTI-AVANTAGES     PIC 9(7)V99.
       01  WS-RESTE                 PIC S9(7)V99.

       01  WS-COMPOSANTE            PIC X(9).
       01  WS-COMPTE                PIC X(6).
       01  WS-MONTANT               PIC 9(9)V99.

       01  WS-CPT-CHARGES-PERSONNEL PIC X(6) VALUE "641000".
       01  WS-CPT-CHARGES-AVANTAGES PIC X(6) VALUE "645000".

       01  WS-EMP-CNT               PIC 9(5) VALUE ZERO.
       01  WS-EMP-REPARTI-CNT       PIC 9(5) VALUE ZERO.
       01  WS-LIGNE-CNT             PIC 9(5) VALUE ZERO.
       01  WS-REGISTRE-CNT          PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-BRUT            PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-CHARGES         PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-AVANTAGES       PIC 9(9)V99 VALUE ZERO.

       01  WS-PCT-EDITE             PIC ZZ9.99.
       01  WS-BRUT-EDITE            PIC Z(8)9.99.
       01  WS-CHARGES-EDITE         PIC Z(8)9.99.
       01  WS-AVANTAGES-EDITE       PIC Z(8)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-REPARTIR-EMPLOYE-DEB
              THRU 2000-REPARTIR-EMPLOYE-FIN
              UNTIL END-OF-FILE.

           PERFORM 3000-EDITER-TOTAUX-DEB
              THRU 3000-EDITER-TOTAUX-FIN.

           PERFORM 4000-IMPUTER-REGISTRE-DEB
              THRU 4000-IMPUTER-REGISTRE-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-RUN-ID.
           STRING WS-RUN-DATE WS-RUN-TIME(1:6)
                  DELIMITED BY SIZE INTO WS-RUN-ID.
           MOVE "LaborDistributionBatch" TO RH-PROGRAM-ID.
           MOVE "VENTILATION PAIE" TO RH-REPORT-TITLE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM 1100-CHARGER-REPARTITIONS-DEB
              THRU 1100-CHARGER-REPARTITIONS-FIN.
           PERFORM 1200-CHARGER-TAUX-DEB
              THRU 1200-CHARGER-TAUX-FIN.
           PERFORM 1300-CHARGER-RETRAITE-DEB
              THRU 1300-CHARGER-RETRAITE-FIN.
           PERFORM 1400-CHARGER-PRIMES-DEB
              THRU 1400-CHARGER-PRIMES-FIN.
           PERFORM 1500-CHARGER-VENTILATION-DEB
              THRU 1500-CHARGER-VENTILATION-FIN.

           OPEN INPUT NET-PAY-FILE.
           IF WS-NET-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE NET-PAY-FILE: "
                       WS-NET-STATUS
               STOP RUN
           END-IF.

      * The other periods go back first; this run's rows follow.
           OPEN OUTPUT DISTRIBUTION-FILE.
           IF WS-DISTRIB-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE DISTRIBUTION-FILE: "
                       WS-DISTRIB-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GARDE-CNT
               MOVE WS-G-LIGNE(WS-G) TO LABOR-DISTRIBUTION-RECORD
               WRITE LABOR-DISTRIBUTION-RECORD
           END-PERFORM.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.

           PERFORM 2100-LIRE-NET-DEB
              THRU 2100-LIRE-NET-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

      * No cost-allocation file yet: everyone stays on their own
      * department.
       1100-CHARGER-REPARTITIONS-DEB.
           OPEN INPUT ALLOCATION-FILE.
           IF WS-ALLOCATION-STATUS = "35"
               DISPLAY "FICHIER DE REPARTITION ABSENT - "
                       "AUCUN EMPLOYE PARTAGE"
           ELSE
               IF WS-ALLOCATION-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE ALLOCATION-FILE: "
                           WS-ALLOCATION-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-ALLOCATION-STATUS = "10"
                   READ ALLOCATION-FILE
                       AT END
                           MOVE "10" TO WS-ALLOCATION-STATUS
                       NOT AT END
                           IF WS-CAL-CNT >= 9999
                               DISPLAY "TABLE DES REPARTITIONS "
                                       "PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CAL-CNT
                           SET KX TO WS-CAL-CNT
                           MOVE CAL-EMP-ID TO WS-K-EMP-ID(KX)
                           MOVE CAL-DATE-EFFET
                               TO WS-K-DATE-EFFET(KX)
                           MOVE CAL-PERIODE TO WS-K-PERIODE(KX)
                           MOVE CAL-DEPT TO WS-K-DEPT(KX)
                           MOVE CAL-PCT TO WS-K-PCT(KX)
                   END-READ
               END-PERFORM
               CLOSE ALLOCATION-FILE
           END-IF.
       1100-CHARGER-REPARTITIONS-FIN.
           EXIT.

      * The employer rates of all the contribution categories; each
      * is levied on the gross.
       1200-CHARGER-TAUX-DEB.
           OPEN INPUT CATEGORY-FILE.
           IF WS-CATEGORY-STATUS = "35"
               DISPLAY "CATEGORIES DE COTISATION ABSENTES - "
                       "CHARGES SOCIALES NON VENTILEES"
           ELSE
               IF WS-CATEGORY-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE CATEGORY-FILE: "
                           WS-CATEGORY-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-CATEGORY-STATUS = "10"
                   READ CATEGORY-FILE
                       AT END
                           MOVE "10" TO WS-CATEGORY-STATUS
                       NOT AT END
                           IF CSC-TAUX-PATRONAL IS NUMERIC
                               ADD CSC-TAUX-PATRONAL
                                   TO WS-TAUX-PATRONAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATEGORY-FILE
           END-IF.
       1200-CHARGER-TAUX-FIN.
           EXIT.

      * A supplemental run of the period adds its own row, so the
      * rows of an employee are summed.
       1300-CHARGER-RETRAITE-DEB.
           OPEN INPUT PENSION-HISTORY-FILE.
           IF WS-PHIST-STATUS = "00"
               PERFORM UNTIL WS-PHIST-STATUS = "10"
                   READ PENSION-HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-PHIST-STATUS
                       NOT AT END
                           IF PCH-PERIODE = WS-RUN-PERIODE
                               PERFORM 1350-CUMULER-RETRAITE-DEB
                                  THRU 1350-CUMULER-RETRAITE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENSION-HISTORY-FILE
           END-IF.
       1300-CHARGER-RETRAITE-FIN.
           EXIT.

       1350-CUMULER-RETRAITE-DEB.
           MOVE ZERO TO WS-PENS-TROUVE.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PENS-CNT
               IF WS-P-EMP-ID(WS-P) = PCH-EMP-ID
                   MOVE WS-P TO WS-PENS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-PENS-TROUVE = ZERO
               IF WS-PENS-CNT >= 9999
                   DISPLAY "TABLE DES COTISATIONS RETRAITE PLEINE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PENS-CNT
               MOVE WS-PENS-CNT TO WS-PENS-TROUVE
               MOVE PCH-EMP-ID TO WS-P-EMP-ID(WS-PENS-TROUVE)
               MOVE ZERO TO WS-P-PATRONALE(WS-PENS-TROUVE)
           END-IF.
           ADD PCH-PART-PATRONALE TO WS-P-PATRONALE(WS-PENS-TROUVE).
       1350-CUMULER-RETRAITE-FIN.
           EXIT.

      * The employer premium of each enrollment at its plan and
      * tier; the enrollment's short ids bridge to the payroll ids
      * through IdFormatNormalizer, as in BenefitsPremiumBilling.
       1400-CHARGER-PRIMES-DEB.
           OPEN INPUT RATES-FILE.
           IF WS-RATES-STATUS = "00"
               PERFORM UNTIL WS-RATES-STATUS = "10"
                   READ RATES-FILE
                       AT END
                           MOVE "10" TO WS-RATES-STATUS
                       NOT AT END
                           IF WS-RATE-CNT < 100
                               ADD 1 TO WS-RATE-CNT
                               SET RX TO WS-RATE-CNT
                               MOVE BPR-PLAN-CODE TO WS-R-PLAN(RX)
                               MOVE BPR-TIER TO WS-R-TIER(RX)
                               MOVE BPR-PRIME-EMPLOYEUR
                                   TO WS-R-EMPLOYEUR(RX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
           END-IF.

           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS = "00"
               PERFORM UNTIL WS-ENROLL-STATUS = "10"
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE "10" TO WS-ENROLL-STATUS
                       NOT AT END
                           PERFORM 1450-TARIFER-ADHESION-DEB
                              THRU 1450-TARIFER-ADHESION-FIN
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF.
       1400-CHARGER-PRIMES-FIN.
           EXIT.

       1450-TARIFER-ADHESION-DEB.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RATE-CNT
               IF WS-R-PLAN(WS-R) = ENR-PLAN-CODE
                       AND WS-R-TIER(WS-R) = ENR-TIER
                       AND WS-PRIME-CNT < 9999
                   MOVE ENR-EMP-ID TO WS-ID-BRUT
                   CALL "IdFormatNormalizer" USING WS-ID-BRUT
                       WS-ID-CANONIQUE
                   ADD 1 TO WS-PRIME-CNT
                   SET BX TO WS-PRIME-CNT
                   MOVE WS-ID-CANONIQUE TO WS-B-EMP-ID(BX)
                   MOVE WS-R-EMPLOYEUR(WS-R) TO WS-B-EMPLOYEUR(BX)
               END-IF
           END-PERFORM.
       1450-TARIFER-ADHESION-FIN.
           EXIT.

      * Rows of this period already on file mean the period was
      * distributed - and posted - by an earlier run.
       1500-CHARGER-VENTILATION-DEB.
           OPEN INPUT DISTRIBUTION-FILE.
           IF WS-DISTRIB-STATUS = "00"
               PERFORM UNTIL WS-DISTRIB-STATUS = "10"
                   READ DISTRIBUTION-FILE
                       AT END
                           MOVE "10" TO WS-DISTRIB-STATUS
                       NOT AT END
                           IF LDS-PERIODE = WS-RUN-PERIODE
                               MOVE "Y" TO WS-DEJA-VENTILE
                           ELSE
                               IF WS-GARDE-CNT >= 30000
                                   DISPLAY "TABLE DE VENTILATION "
                                           "PLEINE"
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-GARDE-CNT
                               SET GX TO WS-GARDE-CNT
                               MOVE LABOR-DISTRIBUTION-RECORD
                                   TO WS-G-LIGNE(GX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISTRIBUTION-FILE
           END-IF.
       1500-CHARGER-VENTILATION-FIN.
           EXIT.

       2000-REPARTIR-EMPLOYE-DEB.
           ADD 1 TO WS-EMP-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           COMPUTE WS-CT-CENTIMES = NP-BRUT * 100.
           ADD WS-CT-CENTIMES TO CT-INPUT-HASH-TOTAL.

           COMPUTE WS-CHARGES-EMP ROUNDED =
                   NP-BRUT * WS-TAUX-PATRONAL / 100.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PENS-CNT
               IF WS-P-EMP-ID(WS-P) = NP-EMP-ID
                   ADD WS-P-PATRONALE(WS-P) TO WS-CHARGES-EMP
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-AVANTAGES-EMP.
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-PRIME-CNT
               IF WS-B-EMP-ID(WS-B) = NP-EMP-ID
                   ADD WS-B-EMPLOYEUR(WS-B) TO WS-AVANTAGES-EMP
               END-IF
           END-PERFORM.

           PERFORM 2200-CHERCHER-REPARTITION-DEB
              THRU 2200-CHERCHER-REPARTITION-FIN.
           PERFORM 2300-CALCULER-PARTS-DEB
              THRU 2300-CALCULER-PARTS-FIN.
           PERFORM 2400-ECRIRE-PARTS-DEB
              THRU 2400-ECRIRE-PARTS-FIN
              VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-PART-CNT.

           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD WS-CHARGES-EMP TO WS-TOTAL-CHARGES.
           ADD WS-AVANTAGES-EMP TO WS-TOTAL-AVANTAGES.
           ADD NP-BRUT TO WS-TOTAL-BRUT.

           PERFORM 2100-LIRE-NET-DEB
              THRU 2100-LIRE-NET-FIN.
       2000-REPARTIR-EMPLOYE-FIN.
           EXIT.

       2100-LIRE-NET-DEB.
           READ NET-PAY-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       2100-LIRE-NET-FIN.
           EXIT.

      * The set in force is the one of latest effective date whose
      * payroll month is not after this one's.
       2200-CHERCHER-REPARTITION-DEB.
           MOVE ZERO TO WS-DATE-RETENUE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CAL-CNT
               IF WS-K-EMP-ID(WS-K) = NP-EMP-ID
                       AND WS-K-PERIODE(WS-K) <= WS-RUN-PERIODE
                       AND WS-K-DATE-EFFET(WS-K) > WS-DATE-RETENUE
                   MOVE WS-K-DATE-EFFET(WS-K) TO WS-DATE-RETENUE
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-PART-CNT.
           IF WS-DATE-RETENUE NOT = ZERO
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-CAL-CNT
                   IF WS-K-EMP-ID(WS-K) = NP-EMP-ID
                           AND WS-K-DATE-EFFET(WS-K) = WS-DATE-RETENUE
                           AND WS-PART-CNT < 5
                       ADD 1 TO WS-PART-CNT
                       MOVE WS-K-DEPT(WS-K) TO WS-L-DEPT(WS-PART-CNT)
                       MOVE WS-K-PCT(WS-K) TO WS-L-PCT(WS-PART-CNT)
                   END-IF
               END-PERFORM
               ADD 1 TO WS-EMP-REPARTI-CNT
           ELSE
               MOVE 1 TO WS-PART-CNT
               MOVE NP-DEPT-CODE TO WS-L-DEPT(1)
               MOVE 100 TO WS-L-PCT(1)
           END-IF.
       2200-CHERCHER-REPARTITION-FIN.
           EXIT.

      * Every share but the last is rounded to the cent; the last
      * takes the remainder so nothing is lost or made up.
       2300-CALCULER-PARTS-DEB.
           MOVE ZERO TO WS-REPARTI-BRUT.
           MOVE ZERO TO WS-REPARTI-CHARGES.
           MOVE ZERO TO WS-REPARTI-AVANTAGES.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L >= WS-PART-CNT
               COMPUTE WS-L-BRUT(WS-L) ROUNDED =
                       NP-BRUT * WS-L-PCT(WS-L) / 100
               COMPUTE WS-L-CHARGES(WS-L) ROUNDED =
                       WS-CHARGES-EMP * WS-L-PCT(WS-L) / 100
               COMPUTE WS-L-AVANTAGES(WS-L) ROUNDED =
                       WS-AVANTAGES-EMP * WS-L-PCT(WS-L) / 100
               ADD WS-L-BRUT(WS-L) TO WS-REPARTI-BRUT
               ADD WS-L-CHARGES(WS-L) TO WS-REPARTI-CHARGES
               ADD WS-L-AVANTAGES(WS-L) TO WS-REPARTI-AVANTAGES
           END-PERFORM.

           COMPUTE WS-RESTE = NP-BRUT - WS-REPARTI-BRUT.
           IF WS-RESTE < ZERO
               MOVE ZERO TO WS-RESTE
           END-IF.
           MOVE WS-RESTE TO WS-L-BRUT(WS-PART-CNT).
           COMPUTE WS-RESTE = WS-CHARGES-EMP - WS-REPARTI-CHARGES.
           IF WS-RESTE < ZERO
               MOVE ZERO TO WS-RESTE
           END-IF.
           MOVE WS-RESTE TO WS-L-CHARGES(WS-PART-CNT).
           COMPUTE WS-RESTE = WS-AVANTAGES-EMP - WS-REPARTI-AVANTAGES.
           IF WS-RESTE < ZERO
               MOVE ZERO TO WS-RESTE
           END-IF.
           MOVE WS-RESTE TO WS-L-AVANTAGES(WS-PART-CNT).
       2300-CALCULER-PARTS-FIN.
           EXIT.

       2400-ECRIRE-PARTS-DEB.
           MOVE SPACES TO LABOR-DISTRIBUTION-RECORD.
           MOVE WS-RUN-PERIODE TO LDS-PERIODE.
           MOVE NP-EMP-ID TO LDS-EMP-ID.
           MOVE WS-L-DEPT(WS-L) TO LDS-DEPT.
           MOVE WS-L-PCT(WS-L) TO LDS-PCT.
           MOVE WS-L-BRUT(WS-L) TO LDS-BRUT.
           MOVE WS-L-CHARGES(WS-L) TO LDS-CHARGES.
           MOVE WS-L-AVANTAGES(WS-L) TO LDS-AVANTAGES.
           WRITE LABOR-DISTRIBUTION-RECORD.
           ADD 1 TO WS-LIGNE-CNT.
           COMPUTE WS-CT-CENTIMES = LDS-BRUT * 100.
           ADD WS-CT-CENTIMES TO CT-OUTPUT-HASH-TOTAL.

           MOVE ZERO TO WS-VENT-TROUVE.
           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-VENT-CNT
               IF WS-V-DEPT(WS-V) = LDS-DEPT
                   MOVE WS-V TO WS-VENT-TROUVE
               END-IF
           END-PERFORM.
           IF WS-VENT-TROUVE = ZERO
               IF WS-VENT-CNT >= 200
                   DISPLAY "TABLE DES DEPARTEMENTS PLEINE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-VENT-CNT
               MOVE WS-VENT-CNT TO WS-VENT-TROUVE
               MOVE LDS-DEPT TO WS-V-DEPT(WS-VENT-TROUVE)
               MOVE ZERO TO WS-V-BRUT(WS-VENT-TROUVE)
               MOVE ZERO TO WS-V-CHARGES(WS-VENT-TROUVE)
               MOVE ZERO TO WS-V-AVANTAGES(WS-VENT-TROUVE)
           END-IF.
           ADD LDS-BRUT TO WS-V-BRUT(WS-VENT-TROUVE).
           ADD LDS-CHARGES TO WS-V-CHARGES(WS-VENT-TROUVE).
           ADD LDS-AVANTAGES TO WS-V-AVANTAGES(WS-VENT-TROUVE).

           PERFORM 3100-IMPRIMER-ENTETE-DEB
              THRU 3100-IMPRIMER-ENTETE-FIN.
           MOVE LDS-PCT TO WS-PCT-EDITE.
           MOVE LDS-BRUT TO WS-BRUT-EDITE.
           MOVE LDS-CHARGES TO WS-CHARGES-EDITE.
           MOVE LDS-AVANTAGES TO WS-AVANTAGES-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING LDS-EMP-ID " " LDS-DEPT " " WS-PCT-EDITE " PC"
                  " BRUT " WS-BRUT-EDITE
                  " CHARGES " WS-CHARGES-EDITE
                  " AVANTAGES " WS-AVANTAGES-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       2400-ECRIRE-PARTS-FIN.
           EXIT.

       3000-EDITER-TOTAUX-DEB.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.
           PERFORM 3100-IMPRIMER-ENTETE-DEB
              THRU 3100-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAUX PAR DEPARTEMENT - PERIODE " WS-RUN-PERIODE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-VENT-CNT
               PERFORM 3100-IMPRIMER-ENTETE-DEB
                  THRU 3100-IMPRIMER-ENTETE-FIN
               MOVE WS-V-BRUT(WS-V) TO WS-BRUT-EDITE
               MOVE WS-V-CHARGES(WS-V) TO WS-CHARGES-EDITE
               MOVE WS-V-AVANTAGES(WS-V) TO WS-AVANTAGES-EDITE
               MOVE SPACES TO REPORT-LINE
               STRING WS-V-DEPT(WS-V) "              "
                      " BRUT " WS-BRUT-EDITE
                      " CHARGES " WS-CHARGES-EDITE
                      " AVANTAGES " WS-AVANTAGES-EDITE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           END-PERFORM.

           MOVE WS-TOTAL-BRUT TO WS-BRUT-EDITE.
           MOVE WS-TOTAL-CHARGES TO WS-CHARGES-EDITE.
           MOVE WS-TOTAL-AVANTAGES TO WS-AVANTAGES-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL             "
                  " BRUT " WS-BRUT-EDITE
                  " CHARGES " WS-CHARGES-EDITE
                  " AVANTAGES " WS-AVANTAGES-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       3000-EDITER-TOTAUX-FIN.
           EXIT.

       3100-IMPRIMER-ENTETE-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               ADD 1 TO RH-PAGE-NUMBER
               MOVE SPACES TO RH-HEADING-LINE-1
               STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                      " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                      DELIMITED BY SIZE INTO RH-HEADING-LINE-1
               MOVE SPACES TO REPORT-LINE
               MOVE RH-HEADING-LINE-1 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ZERO TO RH-LINE-COUNT
           END-IF.
       3100-IMPRIMER-ENTETE-FIN.
           EXIT.

      * One register line per department and figure, nothing for a
      * zero amount.
       4000-IMPUTER-REGISTRE-DEB.
           IF PERIODE-DEJA-VENTILEE
               DISPLAY "PERIODE " WS-RUN-PERIODE
                       " DEJA IMPUTEE AU GL - REGISTRE NON REPRIS"
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN EXTEND REGISTER-FILE
               IF WS-REGISTER-STATUS = "05"
                       OR WS-REGISTER-STATUS = "35"
                   OPEN OUTPUT REGISTER-FILE
               END-IF
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE REGISTER-FILE: "
                           WS-REGISTER-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-V FROM 1 BY 1
                       UNTIL WS-V > WS-VENT-CNT
                   MOVE "BRUT" TO WS-COMPOSANTE
                   MOVE WS-CPT-CHARGES-PERSONNEL TO WS-COMPTE
                   MOVE WS-V-BRUT(WS-V) TO WS-MONTANT
                   PERFORM 4100-ECRIRE-REGISTRE-DEB
                      THRU 4100-ECRIRE-REGISTRE-FIN
                   MOVE "CHARGES" TO WS-COMPOSANTE
                   MOVE WS-CPT-CHARGES-AVANTAGES TO WS-COMPTE
                   MOVE WS-V-CHARGES(WS-V) TO WS-MONTANT
                   PERFORM 4100-ECRIRE-REGISTRE-DEB
                      THRU 4100-ECRIRE-REGISTRE-FIN
                   MOVE "AVANTAGES" TO WS-COMPOSANTE
                   MOVE WS-CPT-CHARGES-AVANTAGES TO WS-COMPTE
                   MOVE WS-V-AVANTAGES(WS-V) TO WS-MONTANT
                   PERFORM 4100-ECRIRE-REGISTRE-DEB
                      THRU 4100-ECRIRE-REGISTRE-FIN
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.
       4000-IMPUTER-REGISTRE-FIN.
           EXIT.

       4100-ECRIRE-REGISTRE-DEB.
           IF WS-MONTANT > ZERO
               MOVE SPACES TO SUBLEDGER-REGISTER-RECORD
               MOVE WS-RUN-ID TO SLR-RUN-ID
               MOVE "VENTPAIE" TO SLR-SOURCE
               MOVE WS-RUN-DATE TO SLR-DATE
               MOVE WS-MONTANT TO SLR-MONTANT
               STRING "PAIE " WS-V-DEPT(WS-V) " " WS-COMPOSANTE
                      DELIMITED BY SIZE INTO SLR-REFERENCE
               MOVE WS-COMPTE TO SLR-COMPTE
               WRITE SUBLEDGER-REGISTER-RECORD
               ADD 1 TO WS-REGISTRE-CNT
           END-IF.
       4100-ECRIRE-REGISTRE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE NET-PAY-FILE.
           CLOSE DISTRIBUTION-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "VENTILATION DE LA PAIE TERMINEE.".
           DISPLAY "PERIODE               : " WS-RUN-PERIODE.
           DISPLAY "EMPLOYES VENTILES     : " WS-EMP-CNT.
           DISPLAY "DONT PARTAGES         : " WS-EMP-REPARTI-CNT.
           DISPLAY "LIGNES ECRITES        : " WS-LIGNE-CNT.
           DISPLAY "LIGNES DE REGISTRE    : " WS-REGISTRE-CNT.
           DISPLAY "------------------------------------------------".

           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9000-TERMINAISON-FIN.
           EXIT.
