       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinalSettlementBatch.
       AUTHOR. Mathieu.

      * Final settlement of a departing employee - the "solde de
      * tout compte" the payroll office worked out by hand from
      * five files whenever EmployeeStatusBatch recorded a
      * termination. The run is triggered by the DEPA events of the
      * employee event history; a settlement register keyed by
      * employee and departure day makes a relaunch skip what is
      * already settled. For each departure the last month's salary
      * of the payroll file is pro-rated to the departure day, the
      * unused leave of the leave balance file is paid out at a
      * thirtieth of the monthly salary per day, and both replace
      * the employee's salary on the payroll input line so the
      * calculation engine pays them with the month. The whole
      * outstanding advance of EMP-SOLDE becomes the last
      * instalment of the advance schedule - the engine deducts it
      * and EmployeeAdvanceBatch drops the schedule line once the
      * balance reaches zero - and the last instalment of every
      * open court order is shown with what will still be owed to
      * the creditor after it, the engine applying it as for any
      * month. The leave balance and the benefits enrollment are
      * closed. The run prints the settlement calculation, writes
      * the settlement statement handed to the employee, and
      * records every change through AuditTrailWriter and the
      * event history. An employee reinstated since the event is
      * registered as cancelled; one missing from the master or
      * the payroll file is reported and left for the next run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-HISTORY-FILE ASSIGN DYNAMIC WS-EVENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PAYROLL-FILE ASSIGN DYNAMIC WS-PAYROLL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-STATUS.

           SELECT BALANCE-FILE ASSIGN DYNAMIC WS-BALANCE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT SCHEDULE-FILE ASSIGN DYNAMIC WS-SCHEDULE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT GARNISH-MASTER-FILE ASSIGN DYNAMIC WS-GARNISH-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GARNISH-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN DYNAMIC WS-ENROLL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT STATEMENT-FILE ASSIGN DYNAMIC WS-STATEMENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-HISTORY-FILE.
       01  EMPLOYEE-EVENT-RECORD.
           05 EVT-EMP-ID            PIC X(6).
           05 EVT-DATE              PIC 9(8).
           05 EVT-TIME              PIC X(8).
           05 EVT-CODE              PIC X(4).
           05 EVT-OLD-VALUE         PIC X(20).
           05 EVT-NEW-VALUE         PIC X(20).

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EmployeeMaster.cpy".

       FD  PAYROLL-FILE.
       01  PAYROLL-RECORD.
           05 PR-EMP-ID             PIC X(6).
           05 PR-DEPT-CODE          PIC X(4).
           05 PR-SALARY             PIC 9(6)V99.
           05 PR-ADJUSTMENT         PIC S9(4)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.

       FD  BALANCE-FILE.
       01  LEAVE-BALANCE-RECORD.
           05 LB-EMP-ID             PIC X(6).
           05 LB-DROITS             PIC 9(3).
           05 LB-PRIS               PIC 9(3).
           05 LB-DATE-RETOUR        PIC 9(8).

       FD  SCHEDULE-FILE.
       01  ADVANCE-SCHEDULE-RECORD.
           05 SCH-EMP-ID            PIC X(6).
           05 SCH-MENSUALITE        PIC 9(5)V99.

       FD  GARNISH-MASTER-FILE.
       01  GARNISHMENT-RECORD.
           05 GRN-EMP-ID            PIC X(6).
           05 GRN-ORDER-ID          PIC X(8).
           05 GRN-PAYEE             PIC X(20).
           05 GRN-PRIORITE          PIC 9(2).
           05 GRN-MENSUALITE        PIC 9(5)V99.
           05 GRN-RESTE             PIC 9(7)V99.
           05 GRN-STATUT            PIC X(1).

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-MASTER-RECORD.
           05 ENR-EMP-ID            PIC X(6).
           05 ENR-PLAN-CODE         PIC X(4).
           05 ENR-TIER              PIC X(1).
           05 ENR-DEP-CNT           PIC 9(2).

      * One line per departure handled - S settled, A cancelled
      * because the employee was reinstated before the run - with
      * the figures the settlement was made on.
       FD  REGISTER-FILE.
       01  FINAL-SETTLEMENT-RECORD.
           05 FSR-EMP-ID            PIC X(6).
           05 FSR-DATE-DEPART       PIC 9(8).
           05 FSR-DATE-SOLDE        PIC 9(8).
           05 FSR-ETAT              PIC X(1).
               88 FSR-SOLDE         VALUE "S".
               88 FSR-ANNULE        VALUE "A".
           05 FSR-SALAIRE-PRORATA   PIC 9(6)V99.
           05 FSR-JOURS-CONGE       PIC 9(3).
           05 FSR-INDEMNITE-CONGE   PIC 9(6)V99.
           05 FSR-AVANCE            PIC 9(7)V99.
           05 FSR-SAISIES           PIC 9(7)V99.
           05 FSR-BRUT              PIC S9(7)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".
           COPY "ReportHeader.cpy".
           COPY "EmployeeStatusCodes.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "FinalSettlementBatch".
       01  WS-RC-SAUVE              PIC S9(4) VALUE ZERO.

       01  WS-EVENT-PATH            PIC X(40)
                             VALUE "Data/EMPLOYEE-EVENT-HISTORY.txt".
       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/EMPLOYEE-MASTER.txt".
       01  WS-PAYROLL-PATH          PIC X(40)
                                 VALUE "Data/PAYROLL-FILE.txt".
       01  WS-BALANCE-PATH          PIC X(40)
                                 VALUE "Data/LEAVE-BALANCE.txt".
       01  WS-SCHEDULE-PATH         PIC X(40)
                                 VALUE "Data/ADVANCE-SCHEDULE.txt".
       01  WS-GARNISH-PATH          PIC X(40)
                                 VALUE "Data/GARNISHMENT-MASTER.txt".
       01  WS-ENROLL-PATH           PIC X(40)
                                 VALUE "Data/BENEFITS-ENROLLMENT.txt".
       01  WS-REGISTER-PATH         PIC X(40)
                          VALUE "Data/FINAL-SETTLEMENT-REGISTER.txt".
       01  WS-REPORT-PATH           PIC X(40)
                            VALUE "Data/FINAL-SETTLEMENT-REPORT.txt".
       01  WS-STATEMENT-PATH        PIC X(40)
                         VALUE "Data/FINAL-SETTLEMENT-STATEMENT.txt".
       01  WS-EVENT-STATUS          PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-PAYROLL-STATUS        PIC XX.
       01  WS-BALANCE-STATUS        PIC XX.
       01  WS-SCHEDULE-STATUS       PIC XX.
       01  WS-GARNISH-STATUS        PIC XX.
       01  WS-ENROLL-STATUS         PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-STATEMENT-STATUS      PIC XX.

      * Files rewritten at the end only when the run touched them -
      * an absent leave or enrollment file is not created empty.
       01  WS-PAIE-MODIFIEE         PIC X VALUE "N".
           88 PAIE-MODIFIEE         VALUE "Y".
       01  WS-CONGES-MODIFIES       PIC X VALUE "N".
           88 CONGES-MODIFIES       VALUE "Y".
       01  WS-ECHEANCIER-MODIFIE    PIC X VALUE "N".
           88 ECHEANCIER-MODIFIE    VALUE "Y".
       01  WS-ADHESIONS-MODIFIEES   PIC X VALUE "N".
           88 ADHESIONS-MODIFIEES   VALUE "Y".

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).

      * Daily rate of the leave payout: the monthly salary over
      * thirty, the rule the payroll office has always applied.
       01  WS-JOURS-MOIS-PAIE       PIC 9(2) VALUE 30.

       01  WS-DEPART-CNT            PIC 9(4) VALUE ZERO.
       01  WS-D                     PIC 9(4).

       01  WS-DEPART-TABLE.
           05 WS-DEPART-ENTRY OCCURS 999 TIMES
                   DEPENDING ON WS-DEPART-CNT
                   INDEXED BY DPX.
               10 WS-D-EMP-ID       PIC X(6).
               10 WS-D-DATE         PIC 9(8).
               10 WS-D-STATUT       PIC X(8).

       01  WS-EMP-CNT               PIC 9(4) VALUE ZERO.
       01  WS-E                     PIC 9(4).
       01  WS-EMP-INDEX             PIC 9(4) VALUE ZERO.
       01  WS-EMP-TROUVE            PIC X.
           88 EMP-TROUVE            VALUE "Y".

       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-EMP-CNT
                   INDEXED BY EX.
               10 WS-E-RECORD       PIC X(98).
               10 WS-E-ID-NORM      PIC X(6).

      * Work view of one master slot, mirroring EmployeeMaster.cpy
      * field for field - the table holds the raw 98-byte records.
       01  WS-EMP-DETAIL.
           05 DET-ID                PIC X(6).
           05 DET-NAME              PIC X(20).
           05 DET-STATUT-EMPLOYE    PIC X(08).
           05 DET-GENRE             PIC X(01).
           05 DET-LAST-UPDATE       PIC X(19).
           05 DET-BIRTHDATE         PIC 9(8).
           05 DET-HIRE-DATE         PIC 9(8).
           05 DET-DEPARTMENT        PIC X(4).
           05 DET-SOLDE             PIC S9(7)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05 DET-RESPONSABLE       PIC X(6).
           05 DET-OPERATEUR         PIC X(8).

       01  WS-PAY-CNT               PIC 9(4) VALUE ZERO.
       01  WS-Y                     PIC 9(4).
       01  WS-PAY-INDEX             PIC 9(4) VALUE ZERO.
       01  WS-PAY-TROUVE            PIC X.
           88 PAY-TROUVE            VALUE "Y".

       01  WS-PAY-TABLE.
           05 WS-PAY-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-PAY-CNT
                   INDEXED BY PYX.
               10 WS-Y-EMP-ID       PIC X(6).
               10 WS-Y-DEPT-CODE    PIC X(4).
               10 WS-Y-SALARY       PIC 9(6)V99.
               10 WS-Y-ADJUSTMENT   PIC S9(4)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.

       01  WS-LEAVE-CNT             PIC 9(4) VALUE ZERO.
       01  WS-L                     PIC 9(4).

       01  WS-LEAVE-TABLE.
           05 WS-LEAVE-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-LEAVE-CNT
                   INDEXED BY LX.
               10 WS-L-EMP-ID       PIC X(6).
               10 WS-L-DROITS       PIC 9(3).
               10 WS-L-PRIS         PIC 9(3).
               10 WS-L-DATE-RETOUR  PIC 9(8).
               10 WS-L-ID-NORM      PIC X(6).
               10 WS-L-CLOS         PIC X(1).
                   88 WS-L-EST-CLOS VALUE "Y".

       01  WS-SCHEDULE-CNT          PIC 9(4) VALUE ZERO.
       01  WS-S                     PIC 9(4).
       01  WS-SCHEDULE-INDEX        PIC 9(4) VALUE ZERO.

       01  WS-SCHEDULE-TABLE.
           05 WS-SCHEDULE-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-SCHEDULE-CNT
                   INDEXED BY SX.
               10 WS-S-EMP-ID       PIC X(6).
               10 WS-S-MENSUALITE   PIC 9(5)V99.

       01  WS-GARN-CNT              PIC 9(4) VALUE ZERO.
       01  WS-G                     PIC 9(4).

       01  WS-GARN-TABLE.
           05 WS-GARN-ENTRY OCCURS 999 TIMES
                   DEPENDING ON WS-GARN-CNT
                   INDEXED BY GX.
               10 WS-G-ID-NORM      PIC X(6).
               10 WS-G-ORDER-ID     PIC X(8).
               10 WS-G-PAYEE        PIC X(20).
               10 WS-G-MENSUALITE   PIC 9(5)V99.
               10 WS-G-RESTE        PIC 9(7)V99.
               10 WS-G-STATUT       PIC X(1).

       01  WS-ENROLL-CNT            PIC 9(4) VALUE ZERO.
       01  WS-N                     PIC 9(4).

       01  WS-ENROLL-TABLE.
           05 WS-ENROLL-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-ENROLL-CNT
                   INDEXED BY NX.
               10 WS-N-EMP-ID       PIC X(6).
               10 WS-N-PLAN-CODE    PIC X(4).
               10 WS-N-TIER         PIC X(1).
               10 WS-N-DEP-CNT      PIC 9(2).
               10 WS-N-ID-NORM      PIC X(6).
               10 WS-N-CLOS         PIC X(1).
                   88 WS-N-EST-CLOS VALUE "Y".

       01  WS-REG-CNT               PIC 9(4) VALUE ZERO.
       01  WS-R                     PIC 9(4).
       01  WS-DEJA-SOLDE            PIC X.
           88 DEJA-SOLDE            VALUE "Y".

       01  WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-REG-CNT
                   INDEXED BY RX.
               10 WS-R-EMP-ID       PIC X(6).
               10 WS-R-DATE-DEPART  PIC 9(8).

      * The master's historical short ids and the payroll-side
      * six-byte ids bridge through IdFormatNormalizer - every
      * file is matched on the canonical form.
       01  WS-ID-BRUT               PIC X(6).
       01  WS-ID-CANONIQUE          PIC X(6).
       01  WS-ID-PAIE               PIC X(6).

       01  WS-DATE-DEPART           PIC 9(8).
       01  WS-DATE-DEPART-GROUPE REDEFINES WS-DATE-DEPART.
           05 WS-DEP-YYYY           PIC 9(4).
           05 WS-DEP-MM             PIC 9(2).
           05 WS-DEP-DD             PIC 9(2).
       01  WS-STATUT-DEPART         PIC X(8).
       01  WS-MOIS-NOM              PIC X(9).
       01  WS-DERNIER-JOUR          PIC 9(2).
       01  WS-FIN-DE-MOIS           PIC X.
       01  WS-MOTIF                 PIC X(40).

       01  WS-SALAIRE-MENSUEL       PIC 9(6)V99.
       01  WS-SALAIRE-AVANT         PIC 9(6)V99.
       01  WS-CALCUL                PIC 9(9)V9999.
       01  WS-SALAIRE-PRORATA       PIC 9(6)V99.
       01  WS-TAUX-JOUR             PIC 9(6)V9999.
       01  WS-JOURS-CONGE           PIC 9(3).
       01  WS-INDEMNITE-CONGE       PIC 9(6)V99.
       01  WS-CONGE-TROUVE          PIC X.
           88 CONGE-TROUVE          VALUE "Y".
       01  WS-AVANCE                PIC 9(7)V99.
       01  WS-AVANCE-RESTANTE       PIC 9(7)V99.
       01  WS-MENSUALITE-AVANT      PIC 9(5)V99.
       01  WS-SAISIE-DERNIERE       PIC 9(7)V99.
       01  WS-SAISIE-APRES          PIC 9(7)V99.
       01  WS-SAISIES               PIC 9(7)V99.
       01  WS-SAISIE-CNT-EMP        PIC 9(3).
       01  WS-PLAN-CLOS             PIC X(4).
       01  WS-BRUT                  PIC S9(7)V99.

       01  WS-TRAITE-CNT            PIC 9(5) VALUE ZERO.
       01  WS-SOLDE-CNT             PIC 9(5) VALUE ZERO.
       01  WS-ANNULE-CNT            PIC 9(5) VALUE ZERO.
       01  WS-DEJA-CNT              PIC 9(5) VALUE ZERO.
       01  WS-ANOMALIE-CNT          PIC 9(5) VALUE ZERO.
       01  WS-BRUT-TOTAL            PIC S9(9)V99 VALUE ZERO.
       01  WS-CONGE-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01  WS-AVANCE-TOTAL          PIC 9(9)V99 VALUE ZERO.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "FinalSettlementBatch".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

       01  WS-EVT-CODE              PIC X(4).
       01  WS-EVT-OLD               PIC X(20).
       01  WS-EVT-NEW               PIC X(20).

       01  WS-LIGNE-EN-ATTENTE      PIC X(100).
       01  WS-DATE-EDITEE           PIC X(10).
       01  WS-MONTANT-EDITE         PIC Z(6)9.99.
       01  WS-SALAIRE-EDITE         PIC Z(5)9.99.
       01  WS-PRORATA-EDITE         PIC Z(5)9.99.
       01  WS-INDEMNITE-EDITE       PIC Z(5)9.99.
       01  WS-AVANCE-EDITE          PIC Z(6)9.99.
       01  WS-SAISIES-EDITE         PIC Z(6)9.99.
       01  WS-BRUT-EDITE            PIC -(7)9.99.
       01  WS-AJUST-EDITE           PIC -(5)9.99.
       01  WS-JOURS-EDITE           PIC ZZ9.
       01  WS-TOTAL-EDITE           PIC -(9)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITER-DEPART-DEB
              THRU 2000-TRAITER-DEPART-FIN
              VARYING WS-D FROM 1 BY 1
              UNTIL WS-D > WS-DEPART-CNT.

           PERFORM 5000-SAUVEGARDER-FICHIERS-DEB
              THRU 5000-SAUVEGARDER-FICHIERS-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-CHARGER-DEPARTS-DEB
              THRU 1100-CHARGER-DEPARTS-FIN.
           PERFORM 1200-CHARGER-MAITRE-DEB
              THRU 1200-CHARGER-MAITRE-FIN.
           PERFORM 1300-CHARGER-PAIE-DEB
              THRU 1300-CHARGER-PAIE-FIN.
           PERFORM 1400-CHARGER-CONGES-DEB
              THRU 1400-CHARGER-CONGES-FIN.
           PERFORM 1500-CHARGER-ECHEANCIER-DEB
              THRU 1500-CHARGER-ECHEANCIER-FIN.
           PERFORM 1600-CHARGER-SAISIES-DEB
              THRU 1600-CHARGER-SAISIES-FIN.
           PERFORM 1700-CHARGER-ADHESIONS-DEB
              THRU 1700-CHARGER-ADHESIONS-FIN.
           PERFORM 1800-CHARGER-REGISTRE-DEB
              THRU 1800-CHARGER-REGISTRE-FIN.

           OPEN EXTEND REGISTER-FILE.
           IF WS-REGISTER-STATUS = "05" OR WS-REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REGISTER-FILE: "
                       WS-REGISTER-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT STATEMENT-FILE.
           IF WS-STATEMENT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE STATEMENT-FILE: "
                       WS-STATEMENT-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE "FinalSettlementBatch" TO RH-PROGRAM-ID.
           MOVE "SOLDES DE TOUT CPTE" TO RH-REPORT-TITLE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           PERFORM 8000-ECRIRE-ENTETE-DEB
              THRU 8000-ECRIRE-ENTETE-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

      * Only the DEPA events matter. They are taken into a table
      * first - the settlement writes its own events onto the same
      * history while it runs. No history means no departure.
       1100-CHARGER-DEPARTS-DEB.
           OPEN INPUT EVENT-HISTORY-FILE.
           IF WS-EVENT-STATUS = "00"
               PERFORM UNTIL WS-EVENT-STATUS = "10"
                   READ EVENT-HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-EVENT-STATUS
                       NOT AT END
                           IF EVT-CODE = "DEPA"
                               PERFORM 1150-RETENIR-DEPART-DEB
                                  THRU 1150-RETENIR-DEPART-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-HISTORY-FILE
           ELSE
               IF WS-EVENT-STATUS NOT = "35"
                   DISPLAY "ERREUR OUVERTURE EVENT-HISTORY-FILE: "
                           WS-EVENT-STATUS
                   STOP RUN
               END-IF
           END-IF.
       1100-CHARGER-DEPARTS-FIN.
           EXIT.

       1150-RETENIR-DEPART-DEB.
           IF WS-DEPART-CNT < 999
               ADD 1 TO WS-DEPART-CNT
               SET DPX TO WS-DEPART-CNT
               MOVE EVT-EMP-ID TO WS-D-EMP-ID(DPX)
               MOVE EVT-DATE TO WS-D-DATE(DPX)
               MOVE EVT-NEW-VALUE TO WS-D-STATUT(DPX)
           ELSE
               DISPLAY "TABLE DES DEPARTS PLEINE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1150-RETENIR-DEPART-FIN.
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
                       IF WS-EMP-CNT < 9999
                           ADD 1 TO WS-EMP-CNT
                           SET EX TO WS-EMP-CNT
                           MOVE EMPLOYEE-MASTER-RECORD
                               TO WS-E-RECORD(EX)
                           MOVE EMP-ID TO WS-ID-BRUT
                           CALL "IdFormatNormalizer"
                               USING WS-ID-BRUT WS-ID-CANONIQUE
                           MOVE WS-ID-CANONIQUE
                               TO WS-E-ID-NORM(EX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.
       1200-CHARGER-MAITRE-FIN.
           EXIT.

       1300-CHARGER-PAIE-DEB.
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
                       IF WS-PAY-CNT < 9999
                           ADD 1 TO WS-PAY-CNT
                           SET PYX TO WS-PAY-CNT
                           MOVE PAYROLL-RECORD
                               TO WS-PAY-ENTRY(PYX)
                       ELSE
                           DISPLAY "TABLE DE PAIE PLEINE"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYROLL-FILE.
       1300-CHARGER-PAIE-FIN.
           EXIT.

       1400-CHARGER-CONGES-DEB.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS = "00"
               PERFORM UNTIL WS-BALANCE-STATUS = "10"
                   READ BALANCE-FILE
                       AT END
                           MOVE "10" TO WS-BALANCE-STATUS
                       NOT AT END
                           IF WS-LEAVE-CNT < 9999
                               ADD 1 TO WS-LEAVE-CNT
                               SET LX TO WS-LEAVE-CNT
                               MOVE LB-EMP-ID TO WS-L-EMP-ID(LX)
                               MOVE LB-DROITS TO WS-L-DROITS(LX)
                               MOVE LB-PRIS TO WS-L-PRIS(LX)
                               MOVE LB-DATE-RETOUR
                                   TO WS-L-DATE-RETOUR(LX)
                               MOVE "N" TO WS-L-CLOS(LX)
                               MOVE LB-EMP-ID TO WS-ID-BRUT
                               CALL "IdFormatNormalizer"
                                   USING WS-ID-BRUT WS-ID-CANONIQUE
                               MOVE WS-ID-CANONIQUE
                                   TO WS-L-ID-NORM(LX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.
       1400-CHARGER-CONGES-FIN.
           EXIT.

       1500-CHARGER-ECHEANCIER-DEB.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS = "00"
               PERFORM UNTIL WS-SCHEDULE-STATUS = "10"
                   READ SCHEDULE-FILE
                       AT END
                           MOVE "10" TO WS-SCHEDULE-STATUS
                       NOT AT END
                           IF WS-SCHEDULE-CNT < 9999
                               ADD 1 TO WS-SCHEDULE-CNT
                               SET SX TO WS-SCHEDULE-CNT
                               MOVE SCH-EMP-ID TO WS-S-EMP-ID(SX)
                               MOVE SCH-MENSUALITE
                                   TO WS-S-MENSUALITE(SX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.
       1500-CHARGER-ECHEANCIER-FIN.
           EXIT.

      * Court orders are read only - the calculation engine applies
      * the instalment and closes the order.
       1600-CHARGER-SAISIES-DEB.
           OPEN INPUT GARNISH-MASTER-FILE.
           IF WS-GARNISH-STATUS = "00"
               PERFORM UNTIL WS-GARNISH-STATUS = "10"
                   READ GARNISH-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-GARNISH-STATUS
                       NOT AT END
                           IF WS-GARN-CNT < 999
                               ADD 1 TO WS-GARN-CNT
                               SET GX TO WS-GARN-CNT
                               MOVE GRN-EMP-ID TO WS-ID-BRUT
                               CALL "IdFormatNormalizer"
                                   USING WS-ID-BRUT WS-ID-CANONIQUE
                               MOVE WS-ID-CANONIQUE
                                   TO WS-G-ID-NORM(GX)
                               MOVE GRN-ORDER-ID TO WS-G-ORDER-ID(GX)
                               MOVE GRN-PAYEE TO WS-G-PAYEE(GX)
                               MOVE GRN-MENSUALITE
                                   TO WS-G-MENSUALITE(GX)
                               MOVE GRN-RESTE TO WS-G-RESTE(GX)
                               MOVE GRN-STATUT TO WS-G-STATUT(GX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GARNISH-MASTER-FILE
           END-IF.
       1600-CHARGER-SAISIES-FIN.
           EXIT.

       1700-CHARGER-ADHESIONS-DEB.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENROLL-STATUS = "00"
               PERFORM UNTIL WS-ENROLL-STATUS = "10"
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE "10" TO WS-ENROLL-STATUS
                       NOT AT END
                           IF WS-ENROLL-CNT < 9999
                               ADD 1 TO WS-ENROLL-CNT
                               SET NX TO WS-ENROLL-CNT
                               MOVE ENR-EMP-ID TO WS-N-EMP-ID(NX)
                               MOVE ENR-PLAN-CODE
                                   TO WS-N-PLAN-CODE(NX)
                               MOVE ENR-TIER TO WS-N-TIER(NX)
                               MOVE ENR-DEP-CNT TO WS-N-DEP-CNT(NX)
                               MOVE "N" TO WS-N-CLOS(NX)
                               MOVE ENR-EMP-ID TO WS-ID-BRUT
                               CALL "IdFormatNormalizer"
                                   USING WS-ID-BRUT WS-ID-CANONIQUE
                               MOVE WS-ID-CANONIQUE
                                   TO WS-N-ID-NORM(NX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF.
       1700-CHARGER-ADHESIONS-FIN.
           EXIT.

       1800-CHARGER-REGISTRE-DEB.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-REGISTER-STATUS = "10"
                   READ REGISTER-FILE
                       AT END
                           MOVE "10" TO WS-REGISTER-STATUS
                       NOT AT END
                           IF WS-REG-CNT < 9999
                               ADD 1 TO WS-REG-CNT
                               SET RX TO WS-REG-CNT
                               MOVE FSR-EMP-ID TO WS-R-EMP-ID(RX)
                               MOVE FSR-DATE-DEPART
                                   TO WS-R-DATE-DEPART(RX)
                           ELSE
                               DISPLAY "REGISTRE DES SOLDES PLEIN"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.
       1800-CHARGER-REGISTRE-FIN.
           EXIT.

      * One departure event: skipped when the register already holds
      * it, reported when the master or the payroll file cannot
      * carry it, cancelled when the employee is back in service,
      * settled otherwise.
       2000-TRAITER-DEPART-DEB.
           MOVE WS-D-EMP-ID(WS-D) TO WS-ID-BRUT.
           CALL "IdFormatNormalizer" USING WS-ID-BRUT
               WS-ID-CANONIQUE.
           MOVE WS-D-DATE(WS-D) TO WS-DATE-DEPART.
           MOVE WS-D-STATUT(WS-D) TO WS-STATUT-DEPART.

           PERFORM 2100-CHERCHER-REGISTRE-DEB
              THRU 2100-CHERCHER-REGISTRE-FIN.
           IF DEJA-SOLDE
               ADD 1 TO WS-DEJA-CNT
           ELSE
               ADD 1 TO WS-TRAITE-CNT
               ADD 1 TO CT-INPUT-RECORD-COUNT
               ADD 1 TO CT-INPUT-HASH-TOTAL
               PERFORM 2200-CHERCHER-EMPLOYE-DEB
                  THRU 2200-CHERCHER-EMPLOYE-FIN
               PERFORM 2300-CHERCHER-PAIE-DEB
                  THRU 2300-CHERCHER-PAIE-FIN
               IF EMP-TROUVE
                   MOVE WS-E-RECORD(WS-EMP-INDEX) TO WS-EMP-DETAIL
                   MOVE DET-STATUT-EMPLOYE TO WS-STATUT-EMPLOYE
               END-IF
               EVALUATE TRUE
                   WHEN NOT EMP-TROUVE
                       MOVE "EMPLOYE ABSENT DU MAITRE" TO WS-MOTIF
                       PERFORM 2500-SIGNALER-ANOMALIE-DEB
                          THRU 2500-SIGNALER-ANOMALIE-FIN
                   WHEN NOT STATUT-LICENCIE AND NOT STATUT-RETRAITE
                       PERFORM 2600-ANNULER-DEPART-DEB
                          THRU 2600-ANNULER-DEPART-FIN
                   WHEN NOT PAY-TROUVE
                       MOVE "SANS LIGNE AU FICHIER DE PAIE"
                           TO WS-MOTIF
                       PERFORM 2500-SIGNALER-ANOMALIE-DEB
                          THRU 2500-SIGNALER-ANOMALIE-FIN
                   WHEN OTHER
                       PERFORM 3000-SOLDER-EMPLOYE-DEB
                          THRU 3000-SOLDER-EMPLOYE-FIN
               END-EVALUATE
           END-IF.
       2000-TRAITER-DEPART-FIN.
           EXIT.

       2100-CHERCHER-REGISTRE-DEB.
           MOVE "N" TO WS-DEJA-SOLDE.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-REG-CNT
               IF WS-R-EMP-ID(WS-R) = WS-ID-CANONIQUE
                       AND WS-R-DATE-DEPART(WS-R) = WS-DATE-DEPART
                   MOVE "Y" TO WS-DEJA-SOLDE
               END-IF
           END-PERFORM.
       2100-CHERCHER-REGISTRE-FIN.
           EXIT.

       2200-CHERCHER-EMPLOYE-DEB.
           MOVE "N" TO WS-EMP-TROUVE.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EMP-CNT
               IF WS-E-ID-NORM(WS-E) = WS-ID-CANONIQUE
                   MOVE "Y" TO WS-EMP-TROUVE
                   MOVE WS-E TO WS-EMP-INDEX
               END-IF
           END-PERFORM.
       2200-CHERCHER-EMPLOYE-FIN.
           EXIT.

       2300-CHERCHER-PAIE-DEB.
           MOVE "N" TO WS-PAY-TROUVE.
           PERFORM VARYING WS-Y FROM 1 BY 1
                   UNTIL WS-Y > WS-PAY-CNT
               MOVE WS-Y-EMP-ID(WS-Y) TO WS-ID-BRUT
               CALL "IdFormatNormalizer" USING WS-ID-BRUT
                   WS-ID-PAIE
               IF WS-ID-PAIE = WS-ID-CANONIQUE
                   MOVE "Y" TO WS-PAY-TROUVE
                   MOVE WS-Y TO WS-PAY-INDEX
               END-IF
           END-PERFORM.
       2300-CHERCHER-PAIE-FIN.
           EXIT.

      * Nothing is registered: once the master or the payroll file
      * is put right, the next run settles the departure.
       2500-SIGNALER-ANOMALIE-DEB.
           PERFORM 7000-EDITER-DATE-DEPART-DEB
              THRU 7000-EDITER-DATE-DEPART-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-ID-CANONIQUE " " WS-DATE-EDITEE
                  " NON SOLDE - " WS-MOTIF
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           ADD 1 TO WS-ANOMALIE-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       2500-SIGNALER-ANOMALIE-FIN.
           EXIT.

       2600-ANNULER-DEPART-DEB.
           MOVE ZERO TO WS-SALAIRE-PRORATA WS-JOURS-CONGE
                        WS-INDEMNITE-CONGE WS-AVANCE WS-SAISIES
                        WS-BRUT.
           MOVE SPACES TO FINAL-SETTLEMENT-RECORD.
           MOVE "A" TO FSR-ETAT.
           PERFORM 3900-ENREGISTRER-SOLDE-DEB
              THRU 3900-ENREGISTRER-SOLDE-FIN.

           PERFORM 7000-EDITER-DATE-DEPART-DEB
              THRU 7000-EDITER-DATE-DEPART-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-ID-CANONIQUE " " WS-DATE-EDITEE
                  " ANNULE - EMPLOYE DE NOUVEAU "
                  DET-STATUT-EMPLOYE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           ADD 1 TO WS-ANNULE-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       2600-ANNULER-DEPART-FIN.
           EXIT.

       3000-SOLDER-EMPLOYE-DEB.
           MOVE WS-Y-SALARY(WS-PAY-INDEX) TO WS-SALAIRE-MENSUEL.

           PERFORM 3100-PRORATISER-SALAIRE-DEB
              THRU 3100-PRORATISER-SALAIRE-FIN.
           PERFORM 3200-SOLDER-CONGES-DEB
              THRU 3200-SOLDER-CONGES-FIN.
           PERFORM 3300-SOLDER-AVANCE-DEB
              THRU 3300-SOLDER-AVANCE-FIN.
           PERFORM 3400-DERNIERES-SAISIES-DEB
              THRU 3400-DERNIERES-SAISIES-FIN.
           PERFORM 3500-CLORE-ADHESION-DEB
              THRU 3500-CLORE-ADHESION-FIN.
           PERFORM 3600-ECRIRE-LIGNE-PAIE-DEB
              THRU 3600-ECRIRE-LIGNE-PAIE-FIN.
           PERFORM 3700-EDITER-DECOMPTE-DEB
              THRU 3700-EDITER-DECOMPTE-FIN.

           MOVE SPACES TO FINAL-SETTLEMENT-RECORD.
           MOVE "S" TO FSR-ETAT.
           PERFORM 3900-ENREGISTRER-SOLDE-DEB
              THRU 3900-ENREGISTRER-SOLDE-FIN.

           PERFORM 3800-LIGNE-CALCUL-DEB
              THRU 3800-LIGNE-CALCUL-FIN.

           MOVE "SOLD" TO WS-EVT-CODE.
           MOVE WS-STATUT-DEPART TO WS-EVT-OLD.
           MOVE WS-BRUT TO WS-BRUT-EDITE.
           MOVE SPACES TO WS-EVT-NEW.
           STRING "BRUT" WS-BRUT-EDITE
                  DELIMITED BY SIZE INTO WS-EVT-NEW.
           CALL "EmployeeEventWriter" USING DET-ID
               WS-EVT-CODE WS-EVT-OLD WS-EVT-NEW.

           ADD 1 TO WS-SOLDE-CNT.
           ADD WS-BRUT TO WS-BRUT-TOTAL.
           ADD WS-INDEMNITE-CONGE TO WS-CONGE-TOTAL.
           ADD WS-AVANCE TO WS-AVANCE-TOTAL.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       3000-SOLDER-EMPLOYE-FIN.
           EXIT.

      * The month of departure is paid to the departure day, over
      * the calendar days of that month.
       3100-PRORATISER-SALAIRE-DEB.
           CALL "MonthEndCutoffValidator" USING WS-DATE-DEPART
               WS-MOIS-NOM WS-DERNIER-JOUR WS-FIN-DE-MOIS.
           IF WS-DERNIER-JOUR = ZERO OR WS-DEP-DD > WS-DERNIER-JOUR
               MOVE WS-SALAIRE-MENSUEL TO WS-SALAIRE-PRORATA
           ELSE
               COMPUTE WS-CALCUL = WS-SALAIRE-MENSUEL * WS-DEP-DD
               COMPUTE WS-SALAIRE-PRORATA ROUNDED =
                       WS-CALCUL / WS-DERNIER-JOUR
           END-IF.
       3100-PRORATISER-SALAIRE-FIN.
           EXIT.

      * Unused days - entitlement less days taken, never negative -
      * are paid out and the balance line is closed.
       3200-SOLDER-CONGES-DEB.
           MOVE ZERO TO WS-JOURS-CONGE WS-INDEMNITE-CONGE.
           MOVE "N" TO WS-CONGE-TROUVE.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LEAVE-CNT
               IF WS-L-ID-NORM(WS-L) = WS-ID-CANONIQUE
                       AND NOT WS-L-EST-CLOS(WS-L)
                   MOVE "Y" TO WS-CONGE-TROUVE
                   IF WS-L-DROITS(WS-L) > WS-L-PRIS(WS-L)
                       COMPUTE WS-JOURS-CONGE =
                               WS-L-DROITS(WS-L) - WS-L-PRIS(WS-L)
                   END-IF
                   MOVE "Y" TO WS-L-CLOS(WS-L)
                   MOVE "Y" TO WS-CONGES-MODIFIES
                   MOVE SPACES TO WS-AT-BEFORE
                   STRING WS-ID-CANONIQUE " CONGES DROITS="
                          WS-L-DROITS(WS-L) " PRIS="
                          WS-L-PRIS(WS-L)
                          DELIMITED BY SIZE INTO WS-AT-BEFORE
                   MOVE SPACES TO WS-AT-AFTER
                   STRING WS-ID-CANONIQUE " CONGES CLOS - PAYES="
                          WS-JOURS-CONGE
                          DELIMITED BY SIZE INTO WS-AT-AFTER
                   CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                       WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER
               END-IF
           END-PERFORM.

           IF WS-JOURS-CONGE > ZERO
               COMPUTE WS-TAUX-JOUR ROUNDED =
                       WS-SALAIRE-MENSUEL / WS-JOURS-MOIS-PAIE
               COMPUTE WS-INDEMNITE-CONGE ROUNDED =
                       WS-TAUX-JOUR * WS-JOURS-CONGE
           END-IF.
       3200-SOLDER-CONGES-FIN.
           EXIT.

      * What is still owed on EMP-SOLDE becomes the one remaining
      * instalment of the schedule, so the engine recovers all of
      * it from the final pay. A balance wider than an instalment
      * leaves the rest to be recovered by hand.
       3300-SOLDER-AVANCE-DEB.
           MOVE ZERO TO WS-AVANCE WS-AVANCE-RESTANTE
                        WS-MENSUALITE-AVANT.
           MOVE ZERO TO WS-SCHEDULE-INDEX.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SCHEDULE-CNT
               IF WS-S-EMP-ID(WS-S) = WS-ID-CANONIQUE
                   MOVE WS-S TO WS-SCHEDULE-INDEX
                   MOVE WS-S-MENSUALITE(WS-S) TO WS-MENSUALITE-AVANT
               END-IF
           END-PERFORM.

           IF DET-SOLDE > ZERO
               MOVE DET-SOLDE TO WS-AVANCE
               IF WS-AVANCE > 99999.99
                   COMPUTE WS-AVANCE-RESTANTE = WS-AVANCE - 99999.99
                   MOVE 99999.99 TO WS-AVANCE
               END-IF
               IF WS-SCHEDULE-INDEX = ZERO
                   IF WS-SCHEDULE-CNT < 9999
                       ADD 1 TO WS-SCHEDULE-CNT
                       MOVE WS-SCHEDULE-CNT TO WS-SCHEDULE-INDEX
                       MOVE WS-ID-CANONIQUE
                           TO WS-S-EMP-ID(WS-SCHEDULE-INDEX)
                   ELSE
                       DISPLAY "ECHEANCIER PLEIN"
                       MOVE 16 TO RETURN-CODE
                       MOVE WS-AVANCE TO WS-AVANCE-RESTANTE
                       MOVE ZERO TO WS-AVANCE
                   END-IF
               END-IF
           END-IF.

           IF WS-SCHEDULE-INDEX > ZERO
               MOVE WS-AVANCE TO WS-S-MENSUALITE(WS-SCHEDULE-INDEX)
               IF WS-AVANCE = ZERO
                   MOVE SPACES TO WS-S-EMP-ID(WS-SCHEDULE-INDEX)
               END-IF
               MOVE "Y" TO WS-ECHEANCIER-MODIFIE
               MOVE WS-MENSUALITE-AVANT TO WS-MONTANT-EDITE
               MOVE SPACES TO WS-AT-BEFORE
               STRING WS-ID-CANONIQUE " AVANCE MENSUALITE="
                      WS-MONTANT-EDITE
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
               MOVE WS-AVANCE TO WS-MONTANT-EDITE
               MOVE SPACES TO WS-AT-AFTER
               STRING WS-ID-CANONIQUE " AVANCE SOLDEE="
                      WS-MONTANT-EDITE
                      DELIMITED BY SIZE INTO WS-AT-AFTER
               CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                   WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER
           END-IF.
       3300-SOLDER-AVANCE-FIN.
           EXIT.

      * The last instalment of each open order is what the engine
      * takes from the final pay - the monthly amount, no more than
      * what remains. The statement shows it order by order.
       3400-DERNIERES-SAISIES-DEB.
           MOVE ZERO TO WS-SAISIES WS-SAISIE-CNT-EMP.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GARN-CNT
               IF WS-G-ID-NORM(WS-G) = WS-ID-CANONIQUE
                       AND WS-G-STATUT(WS-G) = "A"
                       AND WS-G-RESTE(WS-G) > ZERO
                   MOVE WS-G-MENSUALITE(WS-G) TO WS-SAISIE-DERNIERE
                   IF WS-SAISIE-DERNIERE > WS-G-RESTE(WS-G)
                       MOVE WS-G-RESTE(WS-G) TO WS-SAISIE-DERNIERE
                   END-IF
                   ADD WS-SAISIE-DERNIERE TO WS-SAISIES
                   ADD 1 TO WS-SAISIE-CNT-EMP
               END-IF
           END-PERFORM.
       3400-DERNIERES-SAISIES-FIN.
           EXIT.

       3500-CLORE-ADHESION-DEB.
           MOVE SPACES TO WS-PLAN-CLOS.
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-ENROLL-CNT
               IF WS-N-ID-NORM(WS-N) = WS-ID-CANONIQUE
                       AND NOT WS-N-EST-CLOS(WS-N)
                   MOVE "Y" TO WS-N-CLOS(WS-N)
                   MOVE "Y" TO WS-ADHESIONS-MODIFIEES
                   MOVE WS-N-PLAN-CODE(WS-N) TO WS-PLAN-CLOS
                   MOVE SPACES TO WS-AT-BEFORE
                   STRING WS-N-EMP-ID(WS-N) " PLAN="
                          WS-N-PLAN-CODE(WS-N) " NIVEAU="
                          WS-N-TIER(WS-N)
                          DELIMITED BY SIZE INTO WS-AT-BEFORE
                   MOVE SPACES TO WS-AT-AFTER
                   STRING WS-N-EMP-ID(WS-N) " RADIE - DEPART"
                          DELIMITED BY SIZE INTO WS-AT-AFTER
                   CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                       WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER
               END-IF
           END-PERFORM.
       3500-CLORE-ADHESION-FIN.
           EXIT.

      * The payroll input line of the final month: the pro-rated
      * salary plus the leave payout replace the monthly salary, the
      * month's adjustment is kept as keyed.
       3600-ECRIRE-LIGNE-PAIE-DEB.
           MOVE WS-Y-SALARY(WS-PAY-INDEX) TO WS-SALAIRE-AVANT.
           COMPUTE WS-Y-SALARY(WS-PAY-INDEX) =
                   WS-SALAIRE-PRORATA + WS-INDEMNITE-CONGE.
           MOVE "Y" TO WS-PAIE-MODIFIEE.
           MOVE WS-Y-SALARY(WS-PAY-INDEX) TO WS-BRUT.
           ADD WS-Y-ADJUSTMENT(WS-PAY-INDEX) TO WS-BRUT.

           MOVE WS-SALAIRE-AVANT TO WS-MONTANT-EDITE.
           MOVE SPACES TO WS-AT-BEFORE.
           STRING WS-Y-EMP-ID(WS-PAY-INDEX) " PAIE SALAIRE="
                  WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO WS-AT-BEFORE.
           MOVE WS-Y-SALARY(WS-PAY-INDEX) TO WS-MONTANT-EDITE.
           MOVE SPACES TO WS-AT-AFTER.
           STRING WS-Y-EMP-ID(WS-PAY-INDEX) " PAIE SOLDE="
                  WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.
       3600-ECRIRE-LIGNE-PAIE-FIN.
           EXIT.

      * The settlement statement handed to the employee.
       3700-EDITER-DECOMPTE-DEB.
           PERFORM 7000-EDITER-DATE-DEPART-DEB
              THRU 7000-EDITER-DATE-DEPART-FIN.

           MOVE ALL "=" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "SOLDE DE TOUT COMPTE          ETABLI LE "
                  RH-RUN-DATE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "EMPLOYE : " WS-Y-EMP-ID(WS-PAY-INDEX) " "
                  DET-NAME " DEPT: " WS-Y-DEPT-CODE(WS-PAY-INDEX)
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "DEPART LE " WS-DATE-EDITEE " - "
                  WS-STATUT-DEPART
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE ALL "-" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE WS-SALAIRE-MENSUEL TO WS-MONTANT-EDITE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "SALAIRE MENSUEL                       "
                  WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-SALAIRE-PRORATA TO WS-MONTANT-EDITE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "SALAIRE DU MOIS AU PRORATA " WS-DEP-DD "/"
                  WS-DERNIER-JOUR "      " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-INDEMNITE-CONGE TO WS-MONTANT-EDITE.
           MOVE WS-JOURS-CONGE TO WS-JOURS-EDITE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "INDEMNITE CONGES NON PRIS " WS-JOURS-EDITE
                  " JOURS   " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-Y-ADJUSTMENT(WS-PAY-INDEX) TO WS-AJUST-EDITE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "AJUSTEMENT DU MOIS                     "
                  WS-AJUST-EDITE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-BRUT TO WS-BRUT-EDITE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "BRUT DU SOLDE DE TOUT COMPTE         "
                  WS-BRUT-EDITE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           STRING "RETENUES OPEREES PAR LA PAIE DU MOIS :"
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-AVANCE TO WS-MONTANT-EDITE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "  REMBOURSEMENT DU SOLDE D'AVANCE     "
                  WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF WS-AVANCE-RESTANTE > ZERO
               MOVE WS-AVANCE-RESTANTE TO WS-MONTANT-EDITE
               MOVE SPACES TO STATEMENT-LINE
               STRING "  AVANCE RESTANT A RECOUVRER          "
                      WS-MONTANT-EDITE
                      DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

           PERFORM 3750-EDITER-SAISIE-DEB
              THRU 3750-EDITER-SAISIE-FIN
              VARYING WS-G FROM 1 BY 1
              UNTIL WS-G > WS-GARN-CNT.

           MOVE SPACES TO STATEMENT-LINE.
           IF WS-PLAN-CLOS = SPACES
               STRING "AVANTAGES SOCIAUX : AUCUNE ADHESION"
                      DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
               STRING "AVANTAGES SOCIAUX : ADHESION " WS-PLAN-CLOS
                      " CLOSE AU DEPART"
                      DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           IF CONGE-TROUVE
               STRING "COMPTE DE CONGES CLOS"
                      DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
               STRING "AUCUN COMPTE DE CONGES"
                      DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF.
           WRITE STATEMENT-LINE.
       3700-EDITER-DECOMPTE-FIN.
           EXIT.

       3750-EDITER-SAISIE-DEB.
           IF WS-G-ID-NORM(WS-G) = WS-ID-CANONIQUE
                   AND WS-G-STATUT(WS-G) = "A"
                   AND WS-G-RESTE(WS-G) > ZERO
               MOVE WS-G-MENSUALITE(WS-G) TO WS-SAISIE-DERNIERE
               IF WS-SAISIE-DERNIERE > WS-G-RESTE(WS-G)
                   MOVE WS-G-RESTE(WS-G) TO WS-SAISIE-DERNIERE
               END-IF
               COMPUTE WS-SAISIE-APRES =
                       WS-G-RESTE(WS-G) - WS-SAISIE-DERNIERE
               MOVE WS-SAISIE-DERNIERE TO WS-MONTANT-EDITE
               MOVE SPACES TO STATEMENT-LINE
               STRING "  SAISIE " WS-G-ORDER-ID(WS-G) " "
                      WS-G-PAYEE(WS-G) WS-MONTANT-EDITE
                      DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE WS-SAISIE-APRES TO WS-MONTANT-EDITE
               MOVE SPACES TO STATEMENT-LINE
               STRING "    RESTERA DU AU CREANCIER           "
                      WS-MONTANT-EDITE
                      DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
       3750-EDITER-SAISIE-FIN.
           EXIT.

       3800-LIGNE-CALCUL-DEB.
           MOVE WS-SALAIRE-MENSUEL TO WS-SALAIRE-EDITE.
           MOVE WS-SALAIRE-PRORATA TO WS-PRORATA-EDITE.
           MOVE WS-JOURS-CONGE TO WS-JOURS-EDITE.
           MOVE WS-INDEMNITE-CONGE TO WS-INDEMNITE-EDITE.
           MOVE WS-AVANCE TO WS-AVANCE-EDITE.
           MOVE WS-SAISIES TO WS-SAISIES-EDITE.
           MOVE WS-BRUT TO WS-BRUT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-ID-CANONIQUE " " WS-DATE-EDITEE " "
                  WS-SALAIRE-EDITE " " WS-DEP-DD "/"
                  WS-DERNIER-JOUR " " WS-PRORATA-EDITE " "
                  WS-JOURS-EDITE " " WS-INDEMNITE-EDITE
                  WS-AVANCE-EDITE WS-SAISIES-EDITE
                  WS-BRUT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
       3800-LIGNE-CALCUL-FIN.
           EXIT.

      * The caller has set FSR-ETAT; the figures come from the
      * working fields, zero for a cancelled departure.
       3900-ENREGISTRER-SOLDE-DEB.
           MOVE WS-ID-CANONIQUE TO FSR-EMP-ID.
           MOVE WS-DATE-DEPART TO FSR-DATE-DEPART.
           MOVE WS-RUN-DATE TO FSR-DATE-SOLDE.
           MOVE WS-SALAIRE-PRORATA TO FSR-SALAIRE-PRORATA.
           MOVE WS-JOURS-CONGE TO FSR-JOURS-CONGE.
           MOVE WS-INDEMNITE-CONGE TO FSR-INDEMNITE-CONGE.
           MOVE WS-AVANCE TO FSR-AVANCE.
           MOVE WS-SAISIES TO FSR-SAISIES.
           MOVE WS-BRUT TO FSR-BRUT.
           WRITE FINAL-SETTLEMENT-RECORD.

           IF WS-REG-CNT < 9999
               ADD 1 TO WS-REG-CNT
               SET RX TO WS-REG-CNT
               MOVE WS-ID-CANONIQUE TO WS-R-EMP-ID(RX)
               MOVE WS-DATE-DEPART TO WS-R-DATE-DEPART(RX)
           END-IF.
       3900-ENREGISTRER-SOLDE-FIN.
           EXIT.

       5000-SAUVEGARDER-FICHIERS-DEB.
           IF PAIE-MODIFIEE
               OPEN OUTPUT PAYROLL-FILE
               IF WS-PAYROLL-STATUS NOT = "00"
                   DISPLAY "ERREUR REECRITURE PAYROLL-FILE: "
                           WS-PAYROLL-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-Y FROM 1 BY 1
                       UNTIL WS-Y > WS-PAY-CNT
                   MOVE WS-PAY-ENTRY(WS-Y) TO PAYROLL-RECORD
                   WRITE PAYROLL-RECORD
               END-PERFORM
               CLOSE PAYROLL-FILE
           END-IF.

           IF CONGES-MODIFIES
               OPEN OUTPUT BALANCE-FILE
               IF WS-BALANCE-STATUS NOT = "00"
                   DISPLAY "ERREUR REECRITURE BALANCE-FILE: "
                           WS-BALANCE-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > WS-LEAVE-CNT
                   IF NOT WS-L-EST-CLOS(WS-L)
                       MOVE SPACES TO LEAVE-BALANCE-RECORD
                       MOVE WS-L-EMP-ID(WS-L) TO LB-EMP-ID
                       MOVE WS-L-DROITS(WS-L) TO LB-DROITS
                       MOVE WS-L-PRIS(WS-L) TO LB-PRIS
                       MOVE WS-L-DATE-RETOUR(WS-L) TO LB-DATE-RETOUR
                       WRITE LEAVE-BALANCE-RECORD
                   END-IF
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

           IF ECHEANCIER-MODIFIE
               OPEN OUTPUT SCHEDULE-FILE
               IF WS-SCHEDULE-STATUS NOT = "00"
                   DISPLAY "ERREUR REECRITURE SCHEDULE-FILE: "
                           WS-SCHEDULE-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-SCHEDULE-CNT
                   IF WS-S-EMP-ID(WS-S) NOT = SPACES
                       MOVE SPACES TO ADVANCE-SCHEDULE-RECORD
                       MOVE WS-S-EMP-ID(WS-S) TO SCH-EMP-ID
                       MOVE WS-S-MENSUALITE(WS-S) TO SCH-MENSUALITE
                       WRITE ADVANCE-SCHEDULE-RECORD
                   END-IF
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

           IF ADHESIONS-MODIFIEES
               OPEN OUTPUT ENROLLMENT-FILE
               IF WS-ENROLL-STATUS NOT = "00"
                   DISPLAY "ERREUR REECRITURE ENROLLMENT-FILE: "
                           WS-ENROLL-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-N FROM 1 BY 1
                       UNTIL WS-N > WS-ENROLL-CNT
                   IF NOT WS-N-EST-CLOS(WS-N)
                       MOVE SPACES TO ENROLLMENT-MASTER-RECORD
                       MOVE WS-N-EMP-ID(WS-N) TO ENR-EMP-ID
                       MOVE WS-N-PLAN-CODE(WS-N) TO ENR-PLAN-CODE
                       MOVE WS-N-TIER(WS-N) TO ENR-TIER
                       MOVE WS-N-DEP-CNT(WS-N) TO ENR-DEP-CNT
                       WRITE ENROLLMENT-MASTER-RECORD
                   END-IF
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF.
       5000-SAUVEGARDER-FICHIERS-FIN.
           EXIT.

       7000-EDITER-DATE-DEPART-DEB.
           MOVE SPACES TO WS-DATE-EDITEE.
           STRING WS-DEP-YYYY "-" WS-DEP-MM "-" WS-DEP-DD
                  DELIMITED BY SIZE INTO WS-DATE-EDITEE.
       7000-EDITER-DATE-DEPART-FIN.
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
           STRING "CALCUL DES SOLDES DE TOUT COMPTE"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMPLOY DEPART       SAL.MENS. JOURS"
                  "   PRORATA JRS INDEMNITE     AVANCE"
                  "    SAISIES     BRUT FINAL"
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
           MOVE SPACES TO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           MOVE WS-CONGE-TOTAL TO WS-TOTAL-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL INDEMNITES DE CONGES    " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           MOVE WS-AVANCE-TOTAL TO WS-TOTAL-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL AVANCES A RECOUVRER     " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           MOVE WS-BRUT-TOTAL TO WS-TOTAL-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL BRUT DES SOLDES         " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.

           CLOSE REGISTER-FILE.
           CLOSE STATEMENT-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "SOLDES DE TOUT COMPTE TERMINES.".
           DISPLAY "DEPARTS A TRAITER     : " WS-TRAITE-CNT.
           DISPLAY "SOLDES                : " WS-SOLDE-CNT.
           DISPLAY "ANNULES (REINTEGRES)  : " WS-ANNULE-CNT.
           DISPLAY "NON SOLDES (ANOMALIE) : " WS-ANOMALIE-CNT.
           DISPLAY "DEJA SOLDES           : " WS-DEJA-CNT.
           MOVE WS-BRUT-TOTAL TO WS-TOTAL-EDITE.
           DISPLAY "TOTAL BRUT DES SOLDES : " WS-TOTAL-EDITE.
           DISPLAY "------------------------------------------------".

      * The control-total call resets RETURN-CODE; keep this run's.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9000-TERMINAISON-FIN.
           EXIT.
