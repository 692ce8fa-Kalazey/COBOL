       IDENTIFICATION DIVISION.
       PROGRAM-ID. MeritIncreaseBatch.
       AUTHOR. Mathieu.

      * The yearly merit-increase review, which EmployeeMassChange
      * could never run: it applies one rule to everyone, where the
      * review rates each employee. The review year and the date
      * the raises take effect come from
      * Data/MERIT-CYCLE-PARM.txt.
      * Intake: each line of the rating file carries the employee,
      * a rating from 1 to 5, optionally the percentage the manager
      * wants to give and the operator id of the rater - who must
      * be the head of the employee's department on the department
      * master. The salary's position in the department's range
      * (Data/SALARY-RANGES.txt, quartile 1 to 4) and the rating
      * pick the suggested percentage in the guideline matrix
      * (Data/MERIT-GUIDELINES.txt); with no percentage entered the
      * suggestion stands. The line lands on the worksheet
      * (MeritWorksheet.cpy); bad lines go to suspense.
      * Approval: a department whose staff on the payroll file are
      * all rated and whose raises stay within its allocation - the
      * month-00 row of the year on DEPT-BUDGET - is submitted as a
      * whole through ApprovalGate (type MERITE, the department, the
      * year and the submission number as key), and a later pass
      * finds it approved or rejected through ApprovalRelease. A
      * department over its allocation is held back and flagged.
      * Application: from the effective date on, each approved raise
      * is added to the salary on the payroll file, written to the
      * employee's event history (code AUGM) and to the audit
      * trail, and the row turns V.
      * Every pass prints the worksheet per department - suggested
      * against entered percentages, totals against the cap, and
      * the department's state. Condition code 4 when a department
      * runs over its allocation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RATING-FILE ASSIGN DYNAMIC WS-RATING-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATING-STATUS.

           SELECT WORKSHEET-FILE ASSIGN DYNAMIC WS-WORKSHEET-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORKSHEET-STATUS.

           SELECT PAYROLL-FILE ASSIGN DYNAMIC WS-PAYROLL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RANGE-FILE ASSIGN DYNAMIC WS-RANGE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RANGE-STATUS.

           SELECT GUIDELINE-FILE ASSIGN DYNAMIC WS-GUIDELINE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GUIDELINE-STATUS.

           SELECT BUDGET-FILE ASSIGN DYNAMIC WS-BUDGET-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN DYNAMIC WS-DEPT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT APPROVALS-FILE ASSIGN DYNAMIC WS-APPROVALS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVALS-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  MERIT-CYCLE-PARM-RECORD.
           05 MCP-ANNEE             PIC 9(4).
           05 MCP-DATE-EFFET        PIC 9(8).

       FD  RATING-FILE.
       01  MERIT-RATING-TRANSACTION.
           05 MRT-EMP-ID            PIC X(6).
           05 MRT-NOTE              PIC X(1).
           05 MRT-TAUX-X            PIC X(4).
           05 MRT-TAUX REDEFINES MRT-TAUX-X
                                    PIC 9(2)V99.
           05 MRT-EVALUATEUR        PIC X(8).

       FD  WORKSHEET-FILE.
           COPY "MeritWorksheet.cpy".

       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD.
           05 PR-EMP-ID             PIC X(6).
           05 PR-DEPT-CODE          PIC X(4).
           05 PR-SALARY             PIC 9(6)V99.
           05 PR-ADJUSTMENT         PIC S9(4)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EmployeeMaster.cpy".

      * Salary range per department: the quartile is the salary's
      * position between minimum and maximum.
       FD  RANGE-FILE.
       01  SALARY-RANGE-RECORD.
           05 SRG-DEPT              PIC X(4).
           05 SRG-MINIMUM           PIC 9(6)V99.
           05 SRG-MAXIMUM           PIC 9(6)V99.

      * Guideline matrix: one row per rating, the percentage for
      * each quartile of the range.
       FD  GUIDELINE-FILE.
       01  MERIT-GUIDELINE-RECORD.
           05 MGL-NOTE              PIC 9(1).
           05 MGL-TAUX              PIC 9(2)V99 OCCURS 4 TIMES.

       FD  BUDGET-FILE.
       01  DEPT-BUDGET-RECORD.
           05 BUD-DEPT-CODE         PIC X(4).
           05 BUD-PERIODE           PIC 9(6).
           05 BUD-MONTANT           PIC 9(7)V99.

       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-RECORD.
           05 DEPT-CODE             PIC X(4).
           05 DEPT-NAME             PIC X(20).
           05 DEPT-RESPONSABLE      PIC X(8).

       FD  APPROVALS-FILE.
       01  PENDING-APPROVAL-RECORD.
           05 APV-ID                PIC 9(5).
           05 APV-PROGRAMME         PIC X(20).
           05 APV-TYPE              PIC X(8).
           05 APV-CLE               PIC X(8).
           05 APV-DETAIL            PIC X(40).
           05 APV-DEMANDEUR         PIC X(8).
           05 APV-STATUT            PIC X(1).
           05 APV-APPROBATEUR       PIC X(8).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "MeritIncreaseBatch".
       01  WS-RC-SAUVE              PIC S9(4) VALUE ZERO.

       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/MERIT-CYCLE-PARM.txt".
       01  WS-RATING-PATH           PIC X(40)
                                 VALUE "Data/MERIT-RATING-TXN.txt".
       01  WS-WORKSHEET-PATH        PIC X(40)
                                 VALUE "Data/MERIT-WORKSHEET.txt".
       01  WS-PAYROLL-PATH          PIC X(40)
                                 VALUE "Data/PAYROLL-FILE.txt".
       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/EMPLOYEE-MASTER.txt".
       01  WS-RANGE-PATH            PIC X(40)
                                 VALUE "Data/SALARY-RANGES.txt".
       01  WS-GUIDELINE-PATH        PIC X(40)
                                 VALUE "Data/MERIT-GUIDELINES.txt".
       01  WS-BUDGET-PATH           PIC X(40)
                                 VALUE "Data/DEPT-BUDGET.txt".
       01  WS-DEPT-PATH             PIC X(40)
                                 VALUE "Data/DEPARTMENT-MASTER.txt".
       01  WS-APPROVALS-PATH        PIC X(40)
                                 VALUE "Data/PENDING-APPROVALS.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/MERIT-RATING-ERR.txt".
       01  WS-REPORT-PATH           PIC X(40)
                             VALUE "Data/MERIT-WORKSHEET-REPORT.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-RATING-STATUS         PIC XX.
       01  WS-WORKSHEET-STATUS      PIC XX.
       01  WS-PAYROLL-STATUS        PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-RANGE-STATUS          PIC XX.
       01  WS-GUIDELINE-STATUS      PIC XX.
       01  WS-BUDGET-STATUS         PIC XX.
       01  WS-DEPT-STATUS           PIC XX.
       01  WS-APPROVALS-STATUS      PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-TODAY                 PIC 9(8).
       01  WS-ANNEE                 PIC 9(4).
       01  WS-DATE-EFFET            PIC 9(8).
       01  WS-DATE-EFFET-GROUPE REDEFINES WS-DATE-EFFET.
           05 WS-EFFET-YYYY         PIC 9(4).
           05 WS-EFFET-MM           PIC 9(2).
           05 WS-EFFET-DD           PIC 9(2).
       01  WS-PERIODE-ENVELOPPE     PIC 9(6).

      * The payroll rows, kept whole for the rewrite, with the
      * canonical id and the master name alongside.
       01  WS-PAY-CNT               PIC 9(4) VALUE ZERO.
       01  WS-P                     PIC 9(4).

       01  WS-PAY-TABLE.
           05 WS-PAY-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-PAY-CNT
                   INDEXED BY PX.
               10 WS-P-RECORD.
                   15 WS-P-EMP-ID   PIC X(6).
                   15 WS-P-DEPT     PIC X(4).
                   15 WS-P-SALAIRE  PIC 9(6)V99.
                   15 WS-P-AJUST    PIC S9(4)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.
               10 WS-P-ID-NORM      PIC X(6).
               10 WS-P-NOM          PIC X(20).

      * The worksheet rows, in the layout of MeritWorksheet.cpy.
       01  WS-MW-CNT                PIC 9(4) VALUE ZERO.
       01  WS-W                     PIC 9(4).

       01  WS-MW-TABLE.
           05 WS-MW-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-MW-CNT
                   INDEXED BY WX.
               10 WS-W-ANNEE        PIC 9(4).
               10 WS-W-EMP-ID       PIC X(6).
               10 WS-W-DEPT         PIC X(4).
               10 WS-W-NOTE         PIC 9(1).
               10 WS-W-QUARTILE     PIC 9(1).
               10 WS-W-SALAIRE      PIC 9(6)V99.
               10 WS-W-TAUX-SUGGERE PIC 9(2)V99.
               10 WS-W-TAUX-SAISI   PIC 9(2)V99.
               10 WS-W-AUGMENTATION PIC 9(5)V99.
               10 WS-W-EVALUATEUR   PIC X(8).
               10 WS-W-REVISION     PIC 9(2).
               10 WS-W-STATUT       PIC X(1).
               10 WS-W-DATE-EFFET   PIC 9(8).
               10 WS-W-DATE-STATUT  PIC 9(8).

       01  WS-RANGE-CNT             PIC 9(3) VALUE ZERO.
       01  WS-G                     PIC 9(3).

       01  WS-RANGE-TABLE.
           05 WS-RANGE-ENTRY OCCURS 200 TIMES
                   DEPENDING ON WS-RANGE-CNT
                   INDEXED BY GX.
               10 WS-G-DEPT         PIC X(4).
               10 WS-G-MINIMUM      PIC 9(6)V99.
               10 WS-G-MAXIMUM      PIC 9(6)V99.

       01  WS-GRILLE-TABLE.
           05 WS-GRILLE-NOTE OCCURS 5 TIMES.
               10 WS-GRILLE-PRESENTE PIC X(1).
               10 WS-GRILLE-TAUX    PIC 9(2)V99 OCCURS 4 TIMES.
       01  WS-Q                     PIC 9(1).

       01  WS-DEPT-CNT              PIC 9(3) VALUE ZERO.
       01  WS-DP                    PIC 9(3).

       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES
                   DEPENDING ON WS-DEPT-CNT
                   INDEXED BY DX.
               10 WS-DP-CODE        PIC X(4).
               10 WS-DP-NOM         PIC X(20).
               10 WS-DP-RESPONSABLE PIC X(8).
               10 WS-DP-ENVELOPPE   PIC 9(7)V99.
               10 WS-DP-ENVELOPPE-VUE PIC X(1).

      * Departments of the review, as the payroll file lists them.
       01  WS-REVUE-CNT             PIC 9(3) VALUE ZERO.
       01  WS-V                     PIC 9(3).

       01  WS-REVUE-TABLE.
           05 WS-REVUE-ENTRY OCCURS 200 TIMES
                   DEPENDING ON WS-REVUE-CNT
                   INDEXED BY VX.
               10 WS-V-DEPT         PIC X(4).

      * Approval keys of the MERITE requests rejected on the queue.
       01  WS-REJET-CNT             PIC 9(3) VALUE ZERO.
       01  WS-R                     PIC 9(3).

       01  WS-REJET-TABLE.
           05 WS-REJET-ENTRY OCCURS 500 TIMES
                   DEPENDING ON WS-REJET-CNT
                   INDEXED BY RX.
               10 WS-R-CLE          PIC X(8).

       01  WS-TYPE-MERITE           PIC X(8) VALUE "MERITE".

      * Intake work fields.
       01  WS-EMP-ID-NORM           PIC X(6).
       01  WS-PAY-TROUVE            PIC 9(4).
       01  WS-MW-TROUVE             PIC 9(4).
       01  WS-DEPT-TROUVE           PIC 9(3).
       01  WS-RANGE-TROUVE          PIC 9(3).
       01  WS-NOTE                  PIC 9(1).
       01  WS-QUARTILE              PIC 9(1).
       01  WS-POSITION              PIC 9(5)V99.
       01  WS-TAUX-SUGGERE          PIC 9(2)V99.
       01  WS-TAUX-SAISI            PIC 9(2)V99.
       01  WS-AUGMENTATION          PIC 9(5)V99.
       01  WS-CAMPAGNE-CLOSE        PIC X.
           88 CAMPAGNE-CLOSE        VALUE "Y".
       01  WS-MOTIF                 PIC X(30).

      * Department pass work fields.
       01  WS-DEPT-COURANT          PIC X(4).
       01  WS-EFFECTIF              PIC 9(4).
       01  WS-NOTES-CNT             PIC 9(4).
       01  WS-SAISIS-CNT            PIC 9(4).
       01  WS-SOUMIS-CNT            PIC 9(4).
       01  WS-APPROUVES-CNT         PIC 9(4).
       01  WS-REJETES-CNT           PIC 9(4).
       01  WS-APPLIQUES-CNT         PIC 9(4).
       01  WS-REVISION              PIC 9(2).
       01  WS-TOTAL-SUGGERE         PIC 9(7)V99.
       01  WS-TOTAL-SAISI           PIC 9(7)V99.
       01  WS-ENVELOPPE             PIC 9(7)V99.
       01  WS-ENVELOPPE-VUE         PIC X.
           88 ENVELOPPE-CONNUE      VALUE "Y".
       01  WS-ECART                 PIC 9(7)V99.
       01  WS-NOUVEAU-STATUT        PIC X(1).

       01  WS-AG-PROGRAMME          PIC X(20)
                                 VALUE "MeritIncreaseBatch".
       01  WS-AG-CLE                PIC X(8).
       01  WS-AG-CLE-GROUPE REDEFINES WS-AG-CLE.
           05 WS-AG-CLE-DEPT        PIC X(4).
           05 WS-AG-CLE-ANNEE       PIC 9(2).
           05 WS-AG-CLE-REVISION    PIC 9(2).
       01  WS-AG-DETAIL             PIC X(40).
       01  WS-AG-DEMANDEUR          PIC X(8) VALUE "BATCH".
       01  WS-AG-VERDICT            PIC X(1).
       01  WS-REJETEE               PIC X.
           88 DEMANDE-REJETEE       VALUE "Y".

      * Application work fields.
       01  WS-ANCIEN-SALAIRE        PIC 9(6)V99.
       01  WS-NOUVEAU-SALAIRE       PIC 9(6)V99.
       01  WS-SALAIRE-EDITE         PIC Z(5)9.99.
       01  WS-EV-EMP-ID             PIC X(6).
       01  WS-EV-CODE               PIC X(4) VALUE "AUGM".
       01  WS-EV-OLD                PIC X(20).
       01  WS-EV-NEW                PIC X(20).

       01  WS-FEUILLE-MODIFIEE      PIC X VALUE "N".
           88 FEUILLE-MODIFIEE      VALUE "Y".
       01  WS-PAIE-MODIFIEE         PIC X VALUE "N".
           88 PAIE-MODIFIEE         VALUE "Y".

       01  WS-MONTANT-CENTIMES      PIC 9(9).
       01  WS-MONTANT-EDITE         PIC Z(6)9.99.
       01  WS-AUGM-EDITE            PIC Z(4)9.99.
       01  WS-TAUX-EDITE            PIC Z9.99.
       01  WS-TAUX2-EDITE           PIC Z9.99.
       01  WS-ETAT-LIBELLE          PIC X(40).
       01  WS-STATUT-LIBELLE        PIC X(9).

       01  WS-LUS-CNT               PIC 9(5) VALUE ZERO.
       01  WS-SAISIES-CNT           PIC 9(5) VALUE ZERO.
       01  WS-REFUSEES-CNT          PIC 9(5) VALUE ZERO.
       01  WS-DEPT-SOUMIS-CNT       PIC 9(3) VALUE ZERO.
       01  WS-DEPT-APPROUVE-CNT     PIC 9(3) VALUE ZERO.
       01  WS-DEPT-REJETE-CNT       PIC 9(3) VALUE ZERO.
       01  WS-DEPT-DEPASSE-CNT      PIC 9(3) VALUE ZERO.
       01  WS-APPLIQUEES-CNT        PIC 9(5) VALUE ZERO.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "MeritIncreaseBatch".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITER-NOTATION-DEB
              THRU 2000-TRAITER-NOTATION-FIN
              UNTIL END-OF-FILE.

           PERFORM 3000-TRAITER-DEPARTEMENT-DEB
              THRU 3000-TRAITER-DEPARTEMENT-FIN
              VARYING WS-V FROM 1 BY 1
              UNTIL WS-V > WS-REVUE-CNT.

           PERFORM 4000-APPLIQUER-AUGMENTATION-DEB
              THRU 4000-APPLIQUER-AUGMENTATION-FIN
              VARYING WS-W FROM 1 BY 1
              UNTIL WS-W > WS-MW-CNT.

           PERFORM 5000-EDITER-DEPARTEMENT-DEB
              THRU 5000-EDITER-DEPARTEMENT-FIN
              VARYING WS-V FROM 1 BY 1
              UNTIL WS-V > WS-REVUE-CNT.

           PERFORM 6000-SAUVEGARDER-DEB
              THRU 6000-SAUVEGARDER-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "PARAMETRES DE LA CAMPAGNE ABSENTS: "
                       WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY "PARAMETRES DE LA CAMPAGNE VIDES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE MCP-ANNEE TO WS-ANNEE.
           MOVE MCP-DATE-EFFET TO WS-DATE-EFFET.
           CLOSE PARM-FILE.
           COMPUTE WS-PERIODE-ENVELOPPE = WS-ANNEE * 100.

           PERFORM 1100-CHARGER-PAIE-DEB
              THRU 1100-CHARGER-PAIE-FIN.
           PERFORM 1200-CHARGER-NOMS-DEB
              THRU 1200-CHARGER-NOMS-FIN.
           PERFORM 1300-CHARGER-REFERENCES-DEB
              THRU 1300-CHARGER-REFERENCES-FIN.
           PERFORM 1400-CHARGER-DEPARTEMENTS-DEB
              THRU 1400-CHARGER-DEPARTEMENTS-FIN.
           PERFORM 1500-CHARGER-FEUILLE-DEB
              THRU 1500-CHARGER-FEUILLE-FIN.
           PERFORM 1600-CHARGER-REJETS-DEB
              THRU 1600-CHARGER-REJETS-FIN.

           OPEN INPUT RATING-FILE.
           IF WS-RATING-STATUS = "35"
               SET END-OF-FILE TO TRUE
           ELSE
               IF WS-RATING-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE RATING-FILE: "
                           WS-RATING-STATUS
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SUSPENSE-FILE: "
                       WS-SUSPENSE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.

           IF NOT END-OF-FILE
               PERFORM 2100-LIRE-NOTATION-DEB
                  THRU 2100-LIRE-NOTATION-FIN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

      * The payroll file is the population of the review; its
      * departments, in order of first appearance, are the
      * departments of the worksheet.
       1100-CHARGER-PAIE-DEB.
           OPEN INPUT PAYROLL-FILE.
           IF WS-PAYROLL-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE PAYROLL-FILE: "
                       WS-PAYROLL-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-PAYROLL-STATUS = "10"
               READ PAYROLL-FILE
                   AT END
                       MOVE "10" TO WS-PAYROLL-STATUS
                   NOT AT END
                       IF WS-PAY-CNT >= 9999
                           DISPLAY "TABLE DE PAIE PLEINE"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PAY-CNT
                       SET PX TO WS-PAY-CNT
                       MOVE PAYROLL-RECORD TO WS-P-RECORD(PX)
                       CALL "IdFormatNormalizer" USING PR-EMP-ID
                           WS-P-ID-NORM(PX)
                       MOVE SPACES TO WS-P-NOM(PX)
                       PERFORM 1150-NOTER-DEPARTEMENT-DEB
                          THRU 1150-NOTER-DEPARTEMENT-FIN
               END-READ
           END-PERFORM.
           CLOSE PAYROLL-FILE.
       1100-CHARGER-PAIE-FIN.
           EXIT.

       1150-NOTER-DEPARTEMENT-DEB.
           MOVE ZERO TO WS-DEPT-TROUVE.
           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-REVUE-CNT
               IF WS-V-DEPT(WS-V) = PR-DEPT-CODE
                   MOVE WS-V TO WS-DEPT-TROUVE
               END-IF
           END-PERFORM.
           IF WS-DEPT-TROUVE = ZERO AND WS-REVUE-CNT < 200
               ADD 1 TO WS-REVUE-CNT
               SET VX TO WS-REVUE-CNT
               MOVE PR-DEPT-CODE TO WS-V-DEPT(VX)
           END-IF.
       1150-NOTER-DEPARTEMENT-FIN.
           EXIT.

       1200-CHARGER-NOMS-DEB.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE EMPLOYEE-MASTER: "
                       WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MASTER-STATUS = "10"
               READ EMPLOYEE-MASTER-FILE
                   AT END
                       MOVE "10" TO WS-MASTER-STATUS
                   NOT AT END
                       CALL "IdFormatNormalizer" USING EMP-ID
                           WS-EMP-ID-NORM
                       PERFORM VARYING WS-P FROM 1 BY 1
                               UNTIL WS-P > WS-PAY-CNT
                           IF WS-P-ID-NORM(WS-P) = WS-EMP-ID-NORM
                               MOVE EMP-NAME TO WS-P-NOM(WS-P)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.
       1200-CHARGER-NOMS-FIN.
           EXIT.

      * Ranges and guideline matrix are what the suggestion is made
      * of: without either the review cannot run.
       1300-CHARGER-REFERENCES-DEB.
           OPEN INPUT RANGE-FILE.
           IF WS-RANGE-STATUS NOT = "00"
               DISPLAY "FOURCHETTES DE SALAIRE ABSENTES: "
                       WS-RANGE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-RANGE-STATUS = "10"
               READ RANGE-FILE
                   AT END
                       MOVE "10" TO WS-RANGE-STATUS
                   NOT AT END
                       IF WS-RANGE-CNT < 200
                           ADD 1 TO WS-RANGE-CNT
                           SET GX TO WS-RANGE-CNT
                           MOVE SRG-DEPT TO WS-G-DEPT(GX)
                           MOVE SRG-MINIMUM TO WS-G-MINIMUM(GX)
                           MOVE SRG-MAXIMUM TO WS-G-MAXIMUM(GX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RANGE-FILE.

           PERFORM VARYING WS-NOTE FROM 1 BY 1 UNTIL WS-NOTE > 5
               MOVE "N" TO WS-GRILLE-PRESENTE(WS-NOTE)
           END-PERFORM.
           OPEN INPUT GUIDELINE-FILE.
           IF WS-GUIDELINE-STATUS NOT = "00"
               DISPLAY "GRILLE DES AUGMENTATIONS ABSENTE: "
                       WS-GUIDELINE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-GUIDELINE-STATUS = "10"
               READ GUIDELINE-FILE
                   AT END
                       MOVE "10" TO WS-GUIDELINE-STATUS
                   NOT AT END
                       IF MGL-NOTE >= 1 AND MGL-NOTE <= 5
                           MOVE MGL-NOTE TO WS-NOTE
                           MOVE "Y" TO WS-GRILLE-PRESENTE(WS-NOTE)
                           PERFORM VARYING WS-Q FROM 1 BY 1
                                   UNTIL WS-Q > 4
                               MOVE MGL-TAUX(WS-Q)
                                   TO WS-GRILLE-TAUX(WS-NOTE, WS-Q)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GUIDELINE-FILE.
       1300-CHARGER-REFERENCES-FIN.
           EXIT.

      * Department heads from the department master, allocations
      * from the month-00 rows of the review year on DEPT-BUDGET.
       1400-CHARGER-DEPARTEMENTS-DEB.
           OPEN INPUT DEPARTMENT-MASTER-FILE.
           IF WS-DEPT-STATUS = "00"
               PERFORM UNTIL WS-DEPT-STATUS = "10"
                   READ DEPARTMENT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-DEPT-STATUS
                       NOT AT END
                           IF WS-DEPT-CNT < 200
                               ADD 1 TO WS-DEPT-CNT
                               SET DX TO WS-DEPT-CNT
                               MOVE DEPT-CODE TO WS-DP-CODE(DX)
                               MOVE DEPT-NAME TO WS-DP-NOM(DX)
                               MOVE DEPT-RESPONSABLE
                                   TO WS-DP-RESPONSABLE(DX)
                               MOVE ZERO TO WS-DP-ENVELOPPE(DX)
                               MOVE "N" TO WS-DP-ENVELOPPE-VUE(DX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPARTMENT-MASTER-FILE
           END-IF.

           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-STATUS = "00"
               PERFORM UNTIL WS-BUDGET-STATUS = "10"
                   READ BUDGET-FILE
                       AT END
                           MOVE "10" TO WS-BUDGET-STATUS
                       NOT AT END
                           IF BUD-PERIODE = WS-PERIODE-ENVELOPPE
                               PERFORM VARYING WS-DP FROM 1 BY 1
                                       UNTIL WS-DP > WS-DEPT-CNT
                                   IF WS-DP-CODE(WS-DP)
                                           = BUD-DEPT-CODE
                                       ADD BUD-MONTANT
                                         TO WS-DP-ENVELOPPE(WS-DP)
                                       MOVE "Y"
                                         TO WS-DP-ENVELOPPE-VUE(WS-DP)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.
       1400-CHARGER-DEPARTEMENTS-FIN.
           EXIT.

       1500-CHARGER-FEUILLE-DEB.
           OPEN INPUT WORKSHEET-FILE.
           IF WS-WORKSHEET-STATUS = "35"
               MOVE ZERO TO WS-MW-CNT
           ELSE
               IF WS-WORKSHEET-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE WORKSHEET-FILE: "
                           WS-WORKSHEET-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-WORKSHEET-STATUS = "10"
                   READ WORKSHEET-FILE
                       AT END
                           MOVE "10" TO WS-WORKSHEET-STATUS
                       NOT AT END
                           IF WS-MW-CNT >= 9999
                               DISPLAY "FEUILLE DES AUGMENTATIONS "
                                       "PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-MW-CNT
                           SET WX TO WS-MW-CNT
                           MOVE MERIT-WORKSHEET-RECORD
                               TO WS-MW-ENTRY(WX)
                   END-READ
               END-PERFORM
               CLOSE WORKSHEET-FILE
           END-IF.
       1500-CHARGER-FEUILLE-FIN.
           EXIT.

      * The approval queue is only read here - ApprovalGate keeps
      * it.
       1600-CHARGER-REJETS-DEB.
           OPEN INPUT APPROVALS-FILE.
           IF WS-APPROVALS-STATUS = "00"
               PERFORM UNTIL WS-APPROVALS-STATUS = "10"
                   READ APPROVALS-FILE
                       AT END
                           MOVE "10" TO WS-APPROVALS-STATUS
                       NOT AT END
                           IF APV-TYPE = WS-TYPE-MERITE
                                   AND APV-STATUT = "R"
                                   AND WS-REJET-CNT < 500
                               ADD 1 TO WS-REJET-CNT
                               SET RX TO WS-REJET-CNT
                               MOVE APV-CLE TO WS-R-CLE(RX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVALS-FILE
           END-IF.
       1600-CHARGER-REJETS-FIN.
           EXIT.

       2000-TRAITER-NOTATION-DEB.
           ADD 1 TO WS-LUS-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           ADD 1 TO CT-INPUT-HASH-TOTAL.

           PERFORM 2200-RECHERCHER-DEB
              THRU 2200-RECHERCHER-FIN.

           MOVE SPACES TO WS-MOTIF.
           EVALUATE TRUE
               WHEN WS-PAY-TROUVE = ZERO
                   MOVE "EMPLOYE ABSENT DE LA PAIE" TO WS-MOTIF
               WHEN MRT-NOTE < "1" OR MRT-NOTE > "5"
                   MOVE "NOTE INVALIDE" TO WS-MOTIF
               WHEN MRT-TAUX-X NOT = SPACES
                       AND MRT-TAUX-X IS NOT NUMERIC
                   MOVE "TAUX SAISI INVALIDE" TO WS-MOTIF
               WHEN WS-DEPT-TROUVE = ZERO
                   MOVE "DEPARTEMENT INCONNU" TO WS-MOTIF
               WHEN WS-DP-RESPONSABLE(WS-DEPT-TROUVE) = SPACES
                       OR WS-DP-RESPONSABLE(WS-DEPT-TROUVE)
                           NOT = MRT-EVALUATEUR
                   MOVE "EVALUATEUR NON RESPONSABLE" TO WS-MOTIF
               WHEN WS-RANGE-TROUVE = ZERO
                   MOVE "FOURCHETTE DE SALAIRE ABSENTE" TO WS-MOTIF
               WHEN CAMPAGNE-CLOSE
                   MOVE "DEPARTEMENT DEJA SOUMIS" TO WS-MOTIF
           END-EVALUATE.

           IF WS-MOTIF = SPACES
               MOVE MRT-NOTE TO WS-NOTE
               IF WS-GRILLE-PRESENTE(WS-NOTE) NOT = "Y"
                   MOVE "NOTE ABSENTE DE LA GRILLE" TO WS-MOTIF
               END-IF
           END-IF.

           IF WS-MOTIF = SPACES
               PERFORM 2300-ENREGISTRER-NOTE-DEB
                  THRU 2300-ENREGISTRER-NOTE-FIN
           ELSE
               MOVE SPACES TO SUSPENSE-LINE
               STRING MRT-EMP-ID " " MRT-NOTE " " MRT-TAUX-X " "
                      MRT-EVALUATEUR " " WS-MOTIF
                      DELIMITED BY SIZE INTO SUSPENSE-LINE
               WRITE SUSPENSE-LINE
               ADD 1 TO WS-REFUSEES-CNT
           END-IF.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.

           PERFORM 2100-LIRE-NOTATION-DEB
              THRU 2100-LIRE-NOTATION-FIN.
       2000-TRAITER-NOTATION-FIN.
           EXIT.

       2100-LIRE-NOTATION-DEB.
           READ RATING-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       2100-LIRE-NOTATION-FIN.
           EXIT.

      * A department whose worksheet of the year is submitted,
      * approved or applied takes no more ratings; a rejected one
      * does.
       2200-RECHERCHER-DEB.
           CALL "IdFormatNormalizer" USING MRT-EMP-ID WS-EMP-ID-NORM.

           MOVE ZERO TO WS-PAY-TROUVE.
           MOVE SPACES TO WS-DEPT-COURANT.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PAY-CNT
               IF WS-P-ID-NORM(WS-P) = WS-EMP-ID-NORM
                   MOVE WS-P TO WS-PAY-TROUVE
                   MOVE WS-P-DEPT(WS-P) TO WS-DEPT-COURANT
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-DEPT-TROUVE.
           PERFORM VARYING WS-DP FROM 1 BY 1
                   UNTIL WS-DP > WS-DEPT-CNT
               IF WS-DP-CODE(WS-DP) = WS-DEPT-COURANT
                   MOVE WS-DP TO WS-DEPT-TROUVE
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-RANGE-TROUVE.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-RANGE-CNT
               IF WS-G-DEPT(WS-G) = WS-DEPT-COURANT
                   MOVE WS-G TO WS-RANGE-TROUVE
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-MW-TROUVE.
           MOVE "N" TO WS-CAMPAGNE-CLOSE.
           PERFORM VARYING WS-W FROM 1 BY 1
                   UNTIL WS-W > WS-MW-CNT
               IF WS-W-ANNEE(WS-W) = WS-ANNEE
                   IF WS-W-EMP-ID(WS-W) = WS-EMP-ID-NORM
                       MOVE WS-W TO WS-MW-TROUVE
                   END-IF
                   IF WS-W-DEPT(WS-W) = WS-DEPT-COURANT
                           AND (WS-W-STATUT(WS-W) = "P"
                             OR WS-W-STATUT(WS-W) = "A"
                             OR WS-W-STATUT(WS-W) = "V")
                       MOVE "Y" TO WS-CAMPAGNE-CLOSE
                   END-IF
               END-IF
           END-PERFORM.
       2200-RECHERCHER-FIN.
           EXIT.

       2300-ENREGISTRER-NOTE-DEB.
           MOVE WS-PAY-TROUVE TO WS-P.
           MOVE WS-RANGE-TROUVE TO WS-G.
           EVALUATE TRUE
               WHEN WS-P-SALAIRE(WS-P) <= WS-G-MINIMUM(WS-G)
                   MOVE 1 TO WS-QUARTILE
               WHEN WS-P-SALAIRE(WS-P) >= WS-G-MAXIMUM(WS-G)
                   MOVE 4 TO WS-QUARTILE
               WHEN OTHER
                   COMPUTE WS-POSITION =
                       (WS-P-SALAIRE(WS-P) - WS-G-MINIMUM(WS-G))
                       * 100
                       / (WS-G-MAXIMUM(WS-G) - WS-G-MINIMUM(WS-G))
                   EVALUATE TRUE
                       WHEN WS-POSITION < 25
                           MOVE 1 TO WS-QUARTILE
                       WHEN WS-POSITION < 50
                           MOVE 2 TO WS-QUARTILE
                       WHEN WS-POSITION < 75
                           MOVE 3 TO WS-QUARTILE
                       WHEN OTHER
                           MOVE 4 TO WS-QUARTILE
                   END-EVALUATE
           END-EVALUATE.

           MOVE WS-GRILLE-TAUX(WS-NOTE, WS-QUARTILE)
               TO WS-TAUX-SUGGERE.
           IF MRT-TAUX-X = SPACES
               MOVE WS-TAUX-SUGGERE TO WS-TAUX-SAISI
           ELSE
               MOVE MRT-TAUX TO WS-TAUX-SAISI
           END-IF.
           COMPUTE WS-AUGMENTATION ROUNDED =
               WS-P-SALAIRE(WS-P) * WS-TAUX-SAISI / 100.

           MOVE SPACES TO WS-AT-BEFORE.
           IF WS-MW-TROUVE = ZERO
               IF WS-MW-CNT >= 9999
                   DISPLAY "FEUILLE DES AUGMENTATIONS PLEINE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MW-CNT
               MOVE WS-MW-CNT TO WS-MW-TROUVE
               MOVE ZERO TO WS-W-REVISION(WS-MW-TROUVE)
               STRING WS-EMP-ID-NORM " " WS-ANNEE " NON NOTE"
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
           ELSE
               MOVE WS-W-TAUX-SAISI(WS-MW-TROUVE) TO WS-TAUX-EDITE
               STRING WS-EMP-ID-NORM " " WS-ANNEE " NOTE "
                      WS-W-NOTE(WS-MW-TROUVE) " TAUX "
                      WS-TAUX-EDITE
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
           END-IF.

           MOVE WS-MW-TROUVE TO WS-W.
           MOVE WS-ANNEE TO WS-W-ANNEE(WS-W).
           MOVE WS-EMP-ID-NORM TO WS-W-EMP-ID(WS-W).
           MOVE WS-DEPT-COURANT TO WS-W-DEPT(WS-W).
           MOVE WS-NOTE TO WS-W-NOTE(WS-W).
           MOVE WS-QUARTILE TO WS-W-QUARTILE(WS-W).
           MOVE WS-P-SALAIRE(WS-P) TO WS-W-SALAIRE(WS-W).
           MOVE WS-TAUX-SUGGERE TO WS-W-TAUX-SUGGERE(WS-W).
           MOVE WS-TAUX-SAISI TO WS-W-TAUX-SAISI(WS-W).
           MOVE WS-AUGMENTATION TO WS-W-AUGMENTATION(WS-W).
           MOVE MRT-EVALUATEUR TO WS-W-EVALUATEUR(WS-W).
           MOVE "S" TO WS-W-STATUT(WS-W).
           MOVE WS-DATE-EFFET TO WS-W-DATE-EFFET(WS-W).
           MOVE WS-TODAY TO WS-W-DATE-STATUT(WS-W).
           MOVE "Y" TO WS-FEUILLE-MODIFIEE.

           MOVE WS-TAUX-SAISI TO WS-TAUX-EDITE.
           MOVE SPACES TO WS-AT-AFTER.
           STRING WS-EMP-ID-NORM " " WS-ANNEE " NOTE " WS-NOTE
                  " TAUX " WS-TAUX-EDITE " PAR " MRT-EVALUATEUR
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
           MOVE MRT-EVALUATEUR TO WS-AT-USER-ID.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.
           MOVE "BATCH" TO WS-AT-USER-ID.
           ADD 1 TO WS-SAISIES-CNT.
       2300-ENREGISTRER-NOTE-FIN.
           EXIT.

      * One department of the review: a submitted worksheet is
      * looked up on the queue, an entered one is submitted when
      * complete and within its allocation.
       3000-TRAITER-DEPARTEMENT-DEB.
           MOVE WS-V-DEPT(WS-V) TO WS-DEPT-COURANT.
           PERFORM 3100-TOTALISER-DEPARTEMENT-DEB
              THRU 3100-TOTALISER-DEPARTEMENT-FIN.

           IF ENVELOPPE-CONNUE AND WS-TOTAL-SAISI > WS-ENVELOPPE
               ADD 1 TO WS-DEPT-DEPASSE-CNT
           END-IF.

           MOVE SPACES TO WS-AG-CLE.
           MOVE WS-DEPT-COURANT TO WS-AG-CLE-DEPT.
           MOVE WS-ANNEE(3:2) TO WS-AG-CLE-ANNEE.

           EVALUATE TRUE
               WHEN WS-SOUMIS-CNT > ZERO
                   MOVE WS-REVISION TO WS-AG-CLE-REVISION
                   PERFORM 3200-SUIVRE-DEMANDE-DEB
                      THRU 3200-SUIVRE-DEMANDE-FIN
               WHEN WS-SAISIS-CNT > ZERO
                       AND WS-APPROUVES-CNT = ZERO
                       AND WS-APPLIQUES-CNT = ZERO
                       AND WS-NOTES-CNT >= WS-EFFECTIF
                       AND ENVELOPPE-CONNUE
                       AND WS-TOTAL-SAISI <= WS-ENVELOPPE
                   ADD 1 TO WS-REVISION
                   MOVE WS-REVISION TO WS-AG-CLE-REVISION
                   PERFORM 3300-SOUMETTRE-DEPARTEMENT-DEB
                      THRU 3300-SOUMETTRE-DEPARTEMENT-FIN
           END-EVALUATE.
       3000-TRAITER-DEPARTEMENT-FIN.
           EXIT.

       3100-TOTALISER-DEPARTEMENT-DEB.
           MOVE ZERO TO WS-EFFECTIF.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PAY-CNT
               IF WS-P-DEPT(WS-P) = WS-DEPT-COURANT
                   ADD 1 TO WS-EFFECTIF
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-NOTES-CNT WS-SAISIS-CNT WS-SOUMIS-CNT
                        WS-APPROUVES-CNT WS-REJETES-CNT
                        WS-APPLIQUES-CNT WS-REVISION
                        WS-TOTAL-SUGGERE WS-TOTAL-SAISI.
           PERFORM VARYING WS-W FROM 1 BY 1
                   UNTIL WS-W > WS-MW-CNT
               IF WS-W-ANNEE(WS-W) = WS-ANNEE
                       AND WS-W-DEPT(WS-W) = WS-DEPT-COURANT
                   ADD 1 TO WS-NOTES-CNT
                   COMPUTE WS-TOTAL-SUGGERE ROUNDED =
                       WS-TOTAL-SUGGERE + WS-W-SALAIRE(WS-W)
                       * WS-W-TAUX-SUGGERE(WS-W) / 100
                   ADD WS-W-AUGMENTATION(WS-W) TO WS-TOTAL-SAISI
                   IF WS-W-REVISION(WS-W) > WS-REVISION
                       MOVE WS-W-REVISION(WS-W) TO WS-REVISION
                   END-IF
                   EVALUATE WS-W-STATUT(WS-W)
                       WHEN "S"
                           ADD 1 TO WS-SAISIS-CNT
                       WHEN "P"
                           ADD 1 TO WS-SOUMIS-CNT
                       WHEN "A"
                           ADD 1 TO WS-APPROUVES-CNT
                       WHEN "R"
                           ADD 1 TO WS-REJETES-CNT
                       WHEN "V"
                           ADD 1 TO WS-APPLIQUES-CNT
                   END-EVALUATE
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-ENVELOPPE.
           MOVE "N" TO WS-ENVELOPPE-VUE.
           PERFORM VARYING WS-DP FROM 1 BY 1
                   UNTIL WS-DP > WS-DEPT-CNT
               IF WS-DP-CODE(WS-DP) = WS-DEPT-COURANT
                   MOVE WS-DP-ENVELOPPE(WS-DP) TO WS-ENVELOPPE
                   MOVE WS-DP-ENVELOPPE-VUE(WS-DP)
                       TO WS-ENVELOPPE-VUE
               END-IF
           END-PERFORM.
       3100-TOTALISER-DEPARTEMENT-FIN.
           EXIT.

       3200-SUIVRE-DEMANDE-DEB.
           MOVE "N" TO WS-REJETEE.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-REJET-CNT
               IF WS-R-CLE(WS-R) = WS-AG-CLE
                   MOVE "Y" TO WS-REJETEE
               END-IF
           END-PERFORM.

           IF DEMANDE-REJETEE
               MOVE "R" TO WS-NOUVEAU-STATUT
               PERFORM 3400-CHANGER-STATUT-DEB
                  THRU 3400-CHANGER-STATUT-FIN
               ADD 1 TO WS-DEPT-REJETE-CNT
           ELSE
               PERFORM 3500-APPELER-PORTE-DEB
                  THRU 3500-APPELER-PORTE-FIN
               IF WS-AG-VERDICT = "A"
                   MOVE "A" TO WS-NOUVEAU-STATUT
                   PERFORM 3400-CHANGER-STATUT-DEB
                      THRU 3400-CHANGER-STATUT-FIN
                   ADD 1 TO WS-DEPT-APPROUVE-CNT
               END-IF
           END-IF.
       3200-SUIVRE-DEMANDE-FIN.
           EXIT.

      * Rows still R from a rejected submission go back with the
      * ones rated again - the worksheet is submitted whole.
       3300-SOUMETTRE-DEPARTEMENT-DEB.
           PERFORM VARYING WS-W FROM 1 BY 1
                   UNTIL WS-W > WS-MW-CNT
               IF WS-W-ANNEE(WS-W) = WS-ANNEE
                       AND WS-W-DEPT(WS-W) = WS-DEPT-COURANT
                       AND (WS-W-STATUT(WS-W) = "S"
                         OR WS-W-STATUT(WS-W) = "R")
                   MOVE "P" TO WS-W-STATUT(WS-W)
                   MOVE WS-REVISION TO WS-W-REVISION(WS-W)
                   MOVE WS-TODAY TO WS-W-DATE-STATUT(WS-W)
               END-IF
           END-PERFORM.
           MOVE "Y" TO WS-FEUILLE-MODIFIEE.
           ADD 1 TO WS-DEPT-SOUMIS-CNT.

           PERFORM 3500-APPELER-PORTE-DEB
              THRU 3500-APPELER-PORTE-FIN.
           IF WS-AG-VERDICT = "A"
               MOVE "A" TO WS-NOUVEAU-STATUT
               PERFORM 3400-CHANGER-STATUT-DEB
                  THRU 3400-CHANGER-STATUT-FIN
               ADD 1 TO WS-DEPT-APPROUVE-CNT
           END-IF.
       3300-SOUMETTRE-DEPARTEMENT-FIN.
           EXIT.

       3400-CHANGER-STATUT-DEB.
           PERFORM VARYING WS-W FROM 1 BY 1
                   UNTIL WS-W > WS-MW-CNT
               IF WS-W-ANNEE(WS-W) = WS-ANNEE
                       AND WS-W-DEPT(WS-W) = WS-DEPT-COURANT
                       AND WS-W-STATUT(WS-W) = "P"
                   MOVE WS-NOUVEAU-STATUT TO WS-W-STATUT(WS-W)
                   MOVE WS-TODAY TO WS-W-DATE-STATUT(WS-W)
                   IF WS-NOUVEAU-STATUT = "A"
                       MOVE WS-DATE-EFFET TO WS-W-DATE-EFFET(WS-W)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "Y" TO WS-FEUILLE-MODIFIEE.

           MOVE WS-TOTAL-SAISI TO WS-MONTANT-EDITE.
           MOVE SPACES TO WS-AT-BEFORE.
           STRING "MERITE " WS-AG-CLE " " WS-MONTANT-EDITE
                  " SOUMIS"
                  DELIMITED BY SIZE INTO WS-AT-BEFORE.
           MOVE SPACES TO WS-AT-AFTER.
           IF WS-NOUVEAU-STATUT = "A"
               STRING "MERITE " WS-AG-CLE " " WS-MONTANT-EDITE
                      " APPROUVE EFFET " WS-DATE-EFFET
                      DELIMITED BY SIZE INTO WS-AT-AFTER
           ELSE
               STRING "MERITE " WS-AG-CLE " " WS-MONTANT-EDITE
                      " REJETE"
                      DELIMITED BY SIZE INTO WS-AT-AFTER
           END-IF.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.
       3400-CHANGER-STATUT-FIN.
           EXIT.

       3500-APPELER-PORTE-DEB.
           MOVE WS-TOTAL-SAISI TO WS-MONTANT-EDITE.
           MOVE WS-ENVELOPPE TO WS-AUGM-EDITE.
           MOVE SPACES TO WS-AG-DETAIL.
           STRING WS-DEPT-COURANT " " WS-ANNEE " AUGM"
                  WS-MONTANT-EDITE " ENV" WS-AUGM-EDITE
                  DELIMITED BY SIZE INTO WS-AG-DETAIL.
           CALL "ApprovalGate" USING WS-AG-PROGRAMME
               WS-TYPE-MERITE WS-AG-CLE WS-AG-DETAIL
               WS-AG-DEMANDEUR WS-AG-VERDICT.
       3500-APPELER-PORTE-FIN.
           EXIT.

      * From the effective date on, an approved raise goes onto the
      * salary the payroll file carries today.
       4000-APPLIQUER-AUGMENTATION-DEB.
           IF WS-W-STATUT(WS-W) = "A"
                   AND WS-W-DATE-EFFET(WS-W) <= WS-TODAY
               MOVE ZERO TO WS-PAY-TROUVE
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PAY-CNT
                   IF WS-P-ID-NORM(WS-P) = WS-W-EMP-ID(WS-W)
                       MOVE WS-P TO WS-PAY-TROUVE
                   END-IF
               END-PERFORM
               IF WS-PAY-TROUVE = ZERO
                   DISPLAY "AUGMENTATION NON APPLIQUEE, ABSENT DE "
                           "LA PAIE: " WS-W-EMP-ID(WS-W)
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM 4100-MAJORER-SALAIRE-DEB
                      THRU 4100-MAJORER-SALAIRE-FIN
               END-IF
           END-IF.
       4000-APPLIQUER-AUGMENTATION-FIN.
           EXIT.

       4100-MAJORER-SALAIRE-DEB.
           MOVE WS-PAY-TROUVE TO WS-P.
           MOVE WS-P-SALAIRE(WS-P) TO WS-ANCIEN-SALAIRE.
           COMPUTE WS-NOUVEAU-SALAIRE =
               WS-ANCIEN-SALAIRE + WS-W-AUGMENTATION(WS-W).
           MOVE WS-NOUVEAU-SALAIRE TO WS-P-SALAIRE(WS-P).
           MOVE "Y" TO WS-PAIE-MODIFIEE.

           MOVE "V" TO WS-W-STATUT(WS-W).
           MOVE WS-TODAY TO WS-W-DATE-STATUT(WS-W).
           MOVE "Y" TO WS-FEUILLE-MODIFIEE.
           ADD 1 TO WS-APPLIQUEES-CNT.

           MOVE WS-W-EMP-ID(WS-W) TO WS-EV-EMP-ID.
           MOVE WS-ANCIEN-SALAIRE TO WS-SALAIRE-EDITE.
           MOVE SPACES TO WS-EV-OLD.
           STRING "SALAIRE " WS-SALAIRE-EDITE
                  DELIMITED BY SIZE INTO WS-EV-OLD.
           MOVE SPACES TO WS-AT-BEFORE.
           STRING WS-P-EMP-ID(WS-P) " SALAIRE " WS-SALAIRE-EDITE
                  DELIMITED BY SIZE INTO WS-AT-BEFORE.
           MOVE WS-NOUVEAU-SALAIRE TO WS-SALAIRE-EDITE.
           MOVE SPACES TO WS-EV-NEW.
           STRING "SALAIRE " WS-SALAIRE-EDITE
                  DELIMITED BY SIZE INTO WS-EV-NEW.
           MOVE WS-W-TAUX-SAISI(WS-W) TO WS-TAUX-EDITE.
           MOVE SPACES TO WS-AT-AFTER.
           STRING WS-P-EMP-ID(WS-P) " SALAIRE " WS-SALAIRE-EDITE
                  " MERITE " WS-TAUX-EDITE "% EFFET "
                  WS-W-DATE-EFFET(WS-W)
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.
           CALL "EmployeeEventWriter" USING WS-EV-EMP-ID
               WS-EV-CODE WS-EV-OLD WS-EV-NEW.
       4100-MAJORER-SALAIRE-FIN.
           EXIT.

      * The worksheet of one department, re-totalled after the
      * approval and application passes.
       5000-EDITER-DEPARTEMENT-DEB.
           MOVE WS-V-DEPT(WS-V) TO WS-DEPT-COURANT.
           PERFORM 3100-TOTALISER-DEPARTEMENT-DEB
              THRU 3100-TOTALISER-DEPARTEMENT-FIN.

           MOVE SPACES TO REPORT-LINE.
           STRING "FEUILLE DES AUGMENTATIONS AU MERITE - ANNEE "
                  WS-ANNEE " - DEPARTEMENT " WS-DEPT-COURANT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMP-ID NOM                    SALAIRE  Q NOTE"
                  " SUGGERE  SAISI  AUGMENTATION ETAT"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 5100-EDITER-EMPLOYE-DEB
              THRU 5100-EDITER-EMPLOYE-FIN
              VARYING WS-P FROM 1 BY 1
              UNTIL WS-P > WS-PAY-CNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-SUGGERE TO WS-MONTANT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL SUGGERE PAR LA GRILLE : " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-SAISI TO WS-MONTANT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL SAISI                 : " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF ENVELOPPE-CONNUE
               MOVE WS-ENVELOPPE TO WS-MONTANT-EDITE
               STRING "ENVELOPPE DEPT-BUDGET       : "
                      WS-MONTANT-EDITE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF WS-TOTAL-SAISI > WS-ENVELOPPE
                   COMPUTE WS-ECART = WS-TOTAL-SAISI - WS-ENVELOPPE
                   MOVE WS-ECART TO WS-MONTANT-EDITE
                   STRING "DEPASSEMENT                 : "
                          WS-MONTANT-EDITE "  *** A REVOIR ***"
                          DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   COMPUTE WS-ECART = WS-ENVELOPPE - WS-TOTAL-SAISI
                   MOVE WS-ECART TO WS-MONTANT-EDITE
                   STRING "RESTE DISPONIBLE            : "
                          WS-MONTANT-EDITE
                          DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           ELSE
               STRING "ENVELOPPE DEPT-BUDGET       : ABSENTE"
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

           PERFORM 5200-LIBELLER-ETAT-DEB
              THRU 5200-LIBELLER-ETAT-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "ETAT DU DEPARTEMENT         : " WS-ETAT-LIBELLE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       5000-EDITER-DEPARTEMENT-FIN.
           EXIT.

       5100-EDITER-EMPLOYE-DEB.
           IF WS-P-DEPT(WS-P) = WS-DEPT-COURANT
               MOVE ZERO TO WS-MW-TROUVE
               PERFORM VARYING WS-W FROM 1 BY 1
                       UNTIL WS-W > WS-MW-CNT
                   IF WS-W-ANNEE(WS-W) = WS-ANNEE
                           AND WS-W-EMP-ID(WS-W) = WS-P-ID-NORM(WS-P)
                       MOVE WS-W TO WS-MW-TROUVE
                   END-IF
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               IF WS-MW-TROUVE = ZERO
                   MOVE WS-P-SALAIRE(WS-P) TO WS-SALAIRE-EDITE
                   STRING WS-P-ID-NORM(WS-P) " " WS-P-NOM(WS-P) " "
                          WS-SALAIRE-EDITE
                          "                                    "
                          "NON NOTE"
                          DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   MOVE WS-MW-TROUVE TO WS-W
                   MOVE WS-W-SALAIRE(WS-W) TO WS-SALAIRE-EDITE
                   MOVE WS-W-TAUX-SUGGERE(WS-W) TO WS-TAUX-EDITE
                   MOVE WS-W-TAUX-SAISI(WS-W) TO WS-TAUX2-EDITE
                   MOVE WS-W-AUGMENTATION(WS-W) TO WS-AUGM-EDITE
                   EVALUATE WS-W-STATUT(WS-W)
                       WHEN "S"
                           MOVE "SAISI" TO WS-STATUT-LIBELLE
                       WHEN "P"
                           MOVE "SOUMIS" TO WS-STATUT-LIBELLE
                       WHEN "A"
                           MOVE "APPROUVE" TO WS-STATUT-LIBELLE
                       WHEN "R"
                           MOVE "REJETE" TO WS-STATUT-LIBELLE
                       WHEN "V"
                           MOVE "APPLIQUE" TO WS-STATUT-LIBELLE
                       WHEN OTHER
                           MOVE SPACES TO WS-STATUT-LIBELLE
                   END-EVALUATE
                   STRING WS-P-ID-NORM(WS-P) " " WS-P-NOM(WS-P) " "
                          WS-SALAIRE-EDITE "  " WS-W-QUARTILE(WS-W)
                          "    " WS-W-NOTE(WS-W) "  "
                          WS-TAUX-EDITE "%" " " WS-TAUX2-EDITE "%"
                          "     " WS-AUGM-EDITE " "
                          WS-STATUT-LIBELLE
                          DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-IF.
       5100-EDITER-EMPLOYE-FIN.
           EXIT.

       5200-LIBELLER-ETAT-DEB.
           MOVE SPACES TO WS-ETAT-LIBELLE.
           EVALUATE TRUE
               WHEN WS-APPLIQUES-CNT > ZERO
                       AND WS-APPROUVES-CNT = ZERO
                   MOVE "APPLIQUE A LA PAIE" TO WS-ETAT-LIBELLE
               WHEN WS-APPROUVES-CNT > ZERO
                   STRING "APPROUVE - EFFET " WS-EFFET-YYYY "-"
                          WS-EFFET-MM "-" WS-EFFET-DD
                          DELIMITED BY SIZE INTO WS-ETAT-LIBELLE
               WHEN WS-SOUMIS-CNT > ZERO
                   MOVE "SOUMIS A APPROBATION" TO WS-ETAT-LIBELLE
               WHEN NOT ENVELOPPE-CONNUE
                   MOVE "BLOQUE - SANS ENVELOPPE" TO WS-ETAT-LIBELLE
               WHEN WS-TOTAL-SAISI > WS-ENVELOPPE
                   MOVE "BLOQUE - ENVELOPPE DEPASSEE"
                       TO WS-ETAT-LIBELLE
               WHEN WS-NOTES-CNT < WS-EFFECTIF
                   MOVE "EN COURS - NOTATION INCOMPLETE"
                       TO WS-ETAT-LIBELLE
               WHEN WS-REJETES-CNT > ZERO
                   MOVE "REJETE - A REVOIR" TO WS-ETAT-LIBELLE
               WHEN OTHER
                   MOVE "EN COURS" TO WS-ETAT-LIBELLE
           END-EVALUATE.
       5200-LIBELLER-ETAT-FIN.
           EXIT.

       6000-SAUVEGARDER-DEB.
           IF FEUILLE-MODIFIEE
               OPEN OUTPUT WORKSHEET-FILE
               IF WS-WORKSHEET-STATUS NOT = "00"
                   DISPLAY "ERREUR REECRITURE WORKSHEET-FILE: "
                           WS-WORKSHEET-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-W FROM 1 BY 1
                       UNTIL WS-W > WS-MW-CNT
                   MOVE WS-MW-ENTRY(WS-W) TO MERIT-WORKSHEET-RECORD
                   WRITE MERIT-WORKSHEET-RECORD
               END-PERFORM
               CLOSE WORKSHEET-FILE
           END-IF.

           IF PAIE-MODIFIEE
               OPEN OUTPUT PAYROLL-FILE
               IF WS-PAYROLL-STATUS NOT = "00"
                   DISPLAY "ERREUR REECRITURE PAYROLL-FILE: "
                           WS-PAYROLL-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PAY-CNT
                   MOVE WS-P-RECORD(WS-P) TO PAYROLL-RECORD
                   WRITE PAYROLL-RECORD
               END-PERFORM
               CLOSE PAYROLL-FILE
           END-IF.

      * The ratings are consumed: a second launch must not enter
      * them again.
           IF WS-RATING-STATUS = "00" OR WS-RATING-STATUS = "10"
               CLOSE RATING-FILE
               OPEN OUTPUT RATING-FILE
               CLOSE RATING-FILE
           END-IF.
       6000-SAUVEGARDER-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE SUSPENSE-FILE.
           CLOSE REPORT-FILE.
           IF WS-DEPT-DEPASSE-CNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "------------------------------------------------".
           DISPLAY "CAMPAGNE D'AUGMENTATIONS AU MERITE " WS-ANNEE.
           DISPLAY "NOTATIONS LUES        : " WS-LUS-CNT.
           DISPLAY "NOTATIONS SAISIES     : " WS-SAISIES-CNT.
           DISPLAY "NOTATIONS REFUSEES    : " WS-REFUSEES-CNT.
           DISPLAY "DEPARTEMENTS SOUMIS   : " WS-DEPT-SOUMIS-CNT.
           DISPLAY "DEPARTEMENTS APPROUVES: " WS-DEPT-APPROUVE-CNT.
           DISPLAY "DEPARTEMENTS REJETES  : " WS-DEPT-REJETE-CNT.
           DISPLAY "ENVELOPPES DEPASSEES  : " WS-DEPT-DEPASSE-CNT.
           DISPLAY "AUGMENTATIONS PAYEES  : " WS-APPLIQUEES-CNT.
           DISPLAY "------------------------------------------------".

      * The control-total call resets RETURN-CODE; keep this run's.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.
           IF WS-RC-SAUVE > RETURN-CODE
               MOVE WS-RC-SAUVE TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-FIN.
           EXIT.
