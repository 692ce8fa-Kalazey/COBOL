       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManagementKpiPack.
       AUTHOR. Mathieu.

      * Monthly management indicators on two pages, in place of the
      * dozen reports whose figures used to be copied by hand into
      * the board slide. Every indicator is read from what the
      * subsystems already keep: the visitor log, the ticket
      * register, the subledger register posted to the GL, the
      * labour distribution, the complaint cases, and for the
      * position at the close (members, headcount, account balances)
      * the master files themselves. Each indicator is shown for the
      * month, the month before and the same month a year earlier,
      * with a trend arrow against the month before and the change
      * in percent against last year; the same figures go to a CSV
      * file for the board pack.
      * The month is the run month unless the parameter card names
      * another (YYYYMM). Every run keeps its figures in the KPI
      * history, a rerun of a month replacing them, and the earlier
      * columns are taken from there first, so they show what was
      * published at the time. A flow indicator missing from the
      * history is worked out again from the source files; a
      * position at the close (members, headcount, balances) can
      * only be taken on the run month itself and otherwise comes
      * from the history or shows N/D. A source file missing leaves
      * its indicators N/D and the run ends with condition code 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-HISTORY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT VISITOR-LOG-FILE ASSIGN DYNAMIC WS-VISITOR-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VISITOR-LOG-STATUS.

           SELECT TICKET-FILE ASSIGN DYNAMIC WS-TICKET-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TICKET-STATUS.

           SELECT SESSION-PARM-FILE ASSIGN DYNAMIC WS-SESSION-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SESSION-PARM-STATUS.

           SELECT SUBLEDGER-FILE ASSIGN DYNAMIC WS-SUBLEDGER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUBLEDGER-STATUS.

           SELECT LABOR-FILE ASSIGN DYNAMIC WS-LABOR-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LABOR-STATUS.

           SELECT COMPLAINT-FILE ASSIGN DYNAMIC WS-COMPLAINT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLAINT-STATUS.

           SELECT MEMBER-FILE ASSIGN DYNAMIC WS-MEMBER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

           SELECT RENEWALS-FILE ASSIGN DYNAMIC WS-RENEWALS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RENEWALS-STATUS.

           SELECT HOUSEHOLD-FILE ASSIGN DYNAMIC WS-HOUSEHOLD-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLD-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN DYNAMIC WS-EMPLOYEE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN DYNAMIC WS-ACCOUNT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT CURRENCY-FILE ASSIGN DYNAMIC WS-CURRENCY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENCY-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CSV-FILE ASSIGN DYNAMIC WS-CSV-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  KPI-PACK-PARM.
           05 PRM-PERIODE           PIC 9(6).

       FD  HISTORY-FILE.
       01  KPI-HISTORY-RECORD.
           05 KPH-PERIODE           PIC 9(6).
           05 KPH-CODE              PIC X(8).
           05 KPH-VALEUR            PIC S9(11)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.

       FD  VISITOR-LOG-FILE.
       01  VISITOR-LOG-RECORD.
           05 LOG-NOM               PIC X(12).
           05 FILLER                PIC X.
           05 LOG-TIMESTAMP         PIC X(19).
           05 FILLER                PIC X.
           05 LOG-TYPE              PIC X(3).

       FD  TICKET-FILE.
           COPY "TicketRegister.cpy".

       FD  SESSION-PARM-FILE.
       01  RIDE-SESSION-PARM.
           05 PRM-PLACES            PIC 9(3).
           05 PRM-CERTIFICATION     PIC X(6).
           05 PRM-HEURE-LIMITE-X    PIC X(4).

       FD  SUBLEDGER-FILE.
           COPY "SubledgerRegister.cpy".

       FD  LABOR-FILE.
           COPY "LaborDistribution.cpy".

       FD  COMPLAINT-FILE.
           COPY "ComplaintCase.cpy".

       FD  MEMBER-FILE.
       01  MEMBER-RECORD.
           05 MBR-ID                PIC X(6).
           05 MBR-MONTH             PIC 9(3).

       FD  RENEWALS-FILE.
       01  RENEWAL-RECORD.
           05 RNW-ID                PIC X(6).

       FD  HOUSEHOLD-FILE.
           COPY "MemberHousehold.cpy".

       FD  EMPLOYEE-FILE.
           COPY "EmployeeMaster.cpy".

       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           05 ACC-ID                PIC X(6).
           05 ACC-NAME              PIC X(20).
           05 ACC-SOLDE             PIC S9(7)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05 ACC-LIMITE-DECOUVERT  PIC 9(7)V99.

       FD  CURRENCY-FILE.
           COPY "AccountCurrency.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(120).

       FD  CSV-FILE.
       01  CSV-LINE                 PIC X(160).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".
           COPY "EmployeeStatusCodes.cpy".

       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/KPI-PACK-PARM.txt".
       01  WS-HISTORY-PATH          PIC X(40)
                                 VALUE "Data/KPI-HISTORY.txt".
       01  WS-VISITOR-LOG-PATH      PIC X(40)
                                 VALUE "Data/VISITOR-LOG.txt".
       01  WS-TICKET-PATH           PIC X(40)
                                 VALUE "Data/TICKET-REGISTER.txt".
       01  WS-SESSION-PARM-PATH     PIC X(40)
                                 VALUE "Data/RIDE-SESSION-PARM.txt".
       01  WS-SUBLEDGER-PATH        PIC X(40)
                                 VALUE "Data/SUBLEDGER-GL-REGISTER.txt".
       01  WS-LABOR-PATH            PIC X(40)
                                 VALUE "Data/LABOR-DISTRIBUTION.txt".
       01  WS-COMPLAINT-PATH        PIC X(40)
                                 VALUE "Data/COMPLAINT-CASES.txt".
       01  WS-MEMBER-PATH           PIC X(40)
                                 VALUE "Data/MEMBER-FILE.txt".
       01  WS-RENEWALS-PATH         PIC X(40)
                                 VALUE "Data/MEMBER-RENEWALS.txt".
       01  WS-HOUSEHOLD-PATH        PIC X(40)
                                 VALUE "Data/MEMBER-HOUSEHOLD.txt".
       01  WS-EMPLOYEE-PATH         PIC X(40)
                                 VALUE "Data/EMPLOYEE-MASTER.txt".
       01  WS-ACCOUNT-PATH          PIC X(40)
                                 VALUE "Data/ACCOUNT-MASTER.txt".
       01  WS-CURRENCY-PATH         PIC X(40)
                                 VALUE "Data/ACCOUNT-CURRENCY.txt".
       01  WS-REPORT-PATH           PIC X(40)
                                 VALUE "Data/KPI-PACK-REPORT.txt".
       01  WS-CSV-PATH              PIC X(40)
                                 VALUE "Data/KPI-PACK.csv".

       01  WS-PARM-STATUS           PIC XX.
       01  WS-HISTORY-STATUS        PIC XX.
       01  WS-VISITOR-LOG-STATUS    PIC XX.
       01  WS-TICKET-STATUS         PIC XX.
       01  WS-SESSION-PARM-STATUS   PIC XX.
       01  WS-SUBLEDGER-STATUS      PIC XX.
       01  WS-LABOR-STATUS          PIC XX.
       01  WS-COMPLAINT-STATUS      PIC XX.
       01  WS-MEMBER-STATUS         PIC XX.
       01  WS-RENEWALS-STATUS       PIC XX.
       01  WS-HOUSEHOLD-STATUS      PIC XX.
       01  WS-EMPLOYEE-STATUS       PIC XX.
       01  WS-ACCOUNT-STATUS        PIC XX.
       01  WS-CURRENCY-STATUS       PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-CSV-STATUS            PIC XX.

      * The indicators of the pack, in the order printed: code (the
      * key of the history and of the CSV), line of business, kind
      * of figure (C count, M amount, P percent), nature (F flow of
      * the month, S position at the close, D derived from two other
      * indicators), page, and label.
       01  WS-INDICATEURS-VALEURS.
           05 FILLER                PIC X(23)
                                 VALUE "ENTREES PARC        CF1".
           05 FILLER                PIC X(30)
                                 VALUE "ENTREES VISITEURS".
           05 FILLER                PIC X(23)
                                 VALUE "BILLETS PARC        CF1".
           05 FILLER                PIC X(30)
                                 VALUE "BILLETS VENDUS".
           05 FILLER                PIC X(23)
                                 VALUE "RECBILL PARC        MF1".
           05 FILLER                PIC X(30)
                                 VALUE "RECETTE BILLETTERIE NETTE".
           05 FILLER                PIC X(23)
                                 VALUE "UTILMAN PARC        PF1".
           05 FILLER                PIC X(30)
                                 VALUE "UTILISATION DES MANEGES (%)".
           05 FILLER                PIC X(23)
                                 VALUE "MEMBRES MEMBRES     CS1".
           05 FILLER                PIC X(30)
                                 VALUE "MEMBRES INSCRITS".
           05 FILLER                PIC X(23)
                                 VALUE "RENOUV  MEMBRES     PS1".
           05 FILLER                PIC X(30)
                                 VALUE "TAUX DE RENOUVELLEMENT (%)".
           05 FILLER                PIC X(23)
                                 VALUE "EFFECTIFPERSONNEL   CS1".
           05 FILLER                PIC X(30)
                                 VALUE "EFFECTIF EN POSTE".
           05 FILLER                PIC X(23)
                                 VALUE "MASSESALPERSONNEL   MF1".
           05 FILLER                PIC X(30)
                                 VALUE "COUT SALARIAL CHARGE".
           05 FILLER                PIC X(23)
                                 VALUE "SCOLFACTSCOLARITE   MF2".
           05 FILLER                PIC X(30)
                                 VALUE "SCOLARITE FACTUREE".
           05 FILLER                PIC X(23)
                                 VALUE "SCOLENC SCOLARITE   MF2".
           05 FILLER                PIC X(30)
                                 VALUE "SCOLARITE ENCAISSEE NETTE".
           05 FILLER                PIC X(23)
                                 VALUE "SCOLTAUXSCOLARITE   PD2".
           05 FILLER                PIC X(30)
                                 VALUE "TAUX D'ENCAISSEMENT (%)".
           05 FILLER                PIC X(23)
                                 VALUE "SOLDES  COMPTES     MS2".
           05 FILLER                PIC X(30)
                                 VALUE "SOLDES CREDITEURS (EUR)".
           05 FILLER                PIC X(23)
                                 VALUE "DECOUV  COMPTES     MS2".
           05 FILLER                PIC X(30)
                                 VALUE "EXPOSITION DECOUVERT (EUR)".
           05 FILLER                PIC X(23)
                                 VALUE "RECLAM  RECLAMATIONSCF2".
           05 FILLER                PIC X(30)
                                 VALUE "RECLAMATIONS RECUES".
           05 FILLER                PIC X(23)
                                 VALUE "RECLREP RECLAMATIONSCF2".
           05 FILLER                PIC X(30)
                                 VALUE "RECLAMATIONS REPONDUES".
       01  WS-INDICATEURS REDEFINES WS-INDICATEURS-VALEURS.
           05 WS-IND OCCURS 15 TIMES.
               10 WS-IND-CODE       PIC X(8).
               10 WS-IND-GROUPE     PIC X(12).
               10 WS-IND-TYPE       PIC X(1).
                   88 IND-NOMBRE    VALUE "C".
                   88 IND-MONTANT   VALUE "M".
                   88 IND-POURCENT  VALUE "P".
               10 WS-IND-NATURE     PIC X(1).
                   88 IND-FLUX      VALUE "F".
                   88 IND-POSITION  VALUE "S".
                   88 IND-DERIVE    VALUE "D".
               10 WS-IND-PAGE       PIC 9(1).
               10 WS-IND-LIBELLE    PIC X(30).
       01  WS-IND-CNT               PIC 9(2) VALUE 15.

      * Index of each indicator in the table above.
       01  WS-K-ENTREES             PIC 9(2) VALUE 1.
       01  WS-K-BILLETS             PIC 9(2) VALUE 2.
       01  WS-K-RECBILL             PIC 9(2) VALUE 3.
       01  WS-K-UTILMAN             PIC 9(2) VALUE 4.
       01  WS-K-MEMBRES             PIC 9(2) VALUE 5.
       01  WS-K-RENOUV              PIC 9(2) VALUE 6.
       01  WS-K-EFFECTIF            PIC 9(2) VALUE 7.
       01  WS-K-MASSESAL            PIC 9(2) VALUE 8.
       01  WS-K-SCOLFACT            PIC 9(2) VALUE 9.
       01  WS-K-SCOLENC             PIC 9(2) VALUE 10.
       01  WS-K-SCOLTAUX            PIC 9(2) VALUE 11.
       01  WS-K-SOLDES              PIC 9(2) VALUE 12.
       01  WS-K-DECOUV              PIC 9(2) VALUE 13.
       01  WS-K-RECLAM              PIC 9(2) VALUE 14.
       01  WS-K-RECLREP             PIC 9(2) VALUE 15.

      * Column 1 the month, 2 the month before, 3 the same month a
      * year earlier. The direct measure keeps a numerator and, for
      * a percent, a denominator; the value printed is resolved
      * from it or from the history.
       01  WS-PERIODES.
           05 WS-PER OCCURS 3 TIMES PIC 9(6).
       01  WS-ED-PERIODES.
           05 WS-ED-PER OCCURS 3 TIMES PIC X(7).

       01  WS-MESURES.
           05 WS-KD OCCURS 15 TIMES.
               10 WS-KD-SOURCE      PIC X.
               10 WS-KD-COL OCCURS 3 TIMES.
                   15 WS-KD-NUM     PIC S9(11)V99.
                   15 WS-KD-DEN     PIC S9(11)V99.
                   15 WS-KV-VALEUR  PIC S9(11)V99.
                   15 WS-KV-DISPO   PIC X.

       01  WS-K                     PIC 9(2).
       01  WS-C                     PIC 9(1).
       01  WS-C-TROUVE              PIC 9(1).

       01  WS-PER-LUE-X.
           05 WS-PER-LUE-AAAA       PIC X(4).
           05 WS-PER-LUE-MM         PIC X(2).
       01  WS-PER-LUE REDEFINES WS-PER-LUE-X PIC 9(6).

       01  WS-HIST-CNT              PIC 9(4) VALUE ZERO.
       01  WS-H                     PIC 9(4).
       01  WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 5000 TIMES
                   DEPENDING ON WS-HIST-CNT.
               10 WS-H-PERIODE      PIC 9(6).
               10 WS-H-CODE         PIC X(8).
               10 WS-H-VALEUR       PIC S9(11)V99.

      * Ride sessions seen on the tickets of the three months; each
      * one new offers the seats of a session.
       01  WS-PLACES                PIC 9(3) VALUE ZERO.
       01  WS-SEANCE-CNT            PIC 9(4) VALUE ZERO.
       01  WS-S                     PIC 9(4).
       01  WS-SEANCE-TROUVEE        PIC X.
       01  WS-SEANCE-TABLE.
           05 WS-SEANCE-ENTRY OCCURS 3000 TIMES
                   DEPENDING ON WS-SEANCE-CNT.
               10 WS-SE-DATE        PIC 9(8).
               10 WS-SE-SESSION     PIC 9(3).

       01  WS-RENOUV-CNT            PIC 9(4) VALUE ZERO.
       01  WS-R                     PIC 9(4).
       01  WS-RENOUV-TABLE.
           05 WS-RN-ID OCCURS 2000 TIMES
                   DEPENDING ON WS-RENOUV-CNT PIC X(6).

       01  WS-RATTACHE-CNT          PIC 9(4) VALUE ZERO.
       01  WS-F                     PIC 9(4).
       01  WS-RATTACHE-TABLE.
           05 WS-RT-ID OCCURS 2000 TIMES
                   DEPENDING ON WS-RATTACHE-CNT PIC X(6).
       01  WS-MEMBRE-RATTACHE       PIC X.
       01  WS-MEMBRE-RENOUVELE      PIC X.

       01  WS-DEVISE-CNT            PIC 9(4) VALUE ZERO.
       01  WS-D                     PIC 9(4).
       01  WS-DEVISE-TABLE.
           05 WS-DV-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON WS-DEVISE-CNT.
               10 WS-DV-ACC-ID      PIC X(6).
               10 WS-DV-DEVISE      PIC X(3).
       01  WS-DEVISE-COMPTE         PIC X(3).
       01  WS-SOLDE-EUR             PIC S9(9)V99.
       01  WS-SANS-COURS-CNT        PIC 9(5) VALUE ZERO.
       01  WS-XR-COURS              PIC 9(4)V9(6).
       01  WS-XR-DATE-COURS         PIC 9(8).
       01  WS-XR-RESULT             PIC X(1).
           88 COURS-CONNU           VALUE "Y".

       01  WS-ABSENT-CNT            PIC 9(2) VALUE ZERO.
       01  WS-A                     PIC 9(2).
       01  WS-ABSENT-TABLE.
           05 WS-ABSENT-PATH OCCURS 15 TIMES PIC X(40).
       01  WS-SOURCE-PATH           PIC X(40).

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-PERIODE        PIC 9(6).
           05 FILLER                PIC 9(2).
       01  WS-MOIS-PERIODE          PIC 9(2).
       01  WS-WORST-RC              PIC 9(4) VALUE ZERO.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-PAGE-COURANTE         PIC 9(1) VALUE ZERO.
       01  WS-GROUPE-COURANT        PIC X(12) VALUE SPACES.
       01  WS-TENDANCE              PIC X(1).
       01  WS-VARIATION             PIC S9(7)V9.
       01  WS-VARIATION-DISPO       PIC X.

       01  WS-ED-VALEURS.
           05 WS-ED-VAL OCCURS 3 TIMES PIC X(14).
       01  WS-ED-NOMBRE             PIC -(13)9.
       01  WS-ED-MONTANT            PIC -(10)9.99.
       01  WS-ED-VARIATION          PIC -(6)9.9.
       01  WS-ED-VAR-X              PIC X(9).

       01  WS-CSV-VALEUR            PIC -(11)9.99.
       01  WS-CSV-NOMBRE            PIC -(12)9.
       01  WS-CSV-VARIATION         PIC -(6)9.9.
       01  WS-CSV-PTR               PIC 9(3).

       01  WS-INDIC-CNT             PIC 9(2) VALUE ZERO.
       01  WS-ND-CNT                PIC 9(2) VALUE ZERO.
       01  WS-HIST-ECRIT-CNT        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-MESURER-FLUX-DEB
              THRU 2000-MESURER-FLUX-FIN.

           IF WS-PER(1) = WS-RUN-PERIODE
               PERFORM 3000-MESURER-POSITIONS-DEB
                  THRU 3000-MESURER-POSITIONS-FIN
           END-IF.

           PERFORM 4000-RESOUDRE-VALEURS-DEB
              THRU 4000-RESOUDRE-VALEURS-FIN.

           PERFORM 5000-EDITER-RAPPORT-DEB
              THRU 5000-EDITER-RAPPORT-FIN.

           PERFORM 6000-ECRIRE-CSV-DEB
              THRU 6000-ECRIRE-CSV-FIN.

           PERFORM 7000-SAUVEGARDER-HISTORIQUE-DEB
              THRU 7000-SAUVEGARDER-HISTORIQUE-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           MOVE WS-WORST-RC TO RETURN-CODE.
           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

      * The month of the pack, the month before and the same month
      * of the year before.
       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-PERIODE TO WS-PER(1).

           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-PERIODE IS NUMERIC
                               AND PRM-PERIODE(5:2) >= "01"
                               AND PRM-PERIODE(5:2) <= "12"
                           MOVE PRM-PERIODE TO WS-PER(1)
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

           MOVE WS-PER(1)(5:2) TO WS-MOIS-PERIODE.
           IF WS-MOIS-PERIODE = 1
               COMPUTE WS-PER(2) = WS-PER(1) - 100 + 11
           ELSE
               COMPUTE WS-PER(2) = WS-PER(1) - 1
           END-IF.
           COMPUTE WS-PER(3) = WS-PER(1) - 100.

           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 3
               MOVE SPACES TO WS-ED-PER(WS-C)
               STRING WS-PER(WS-C)(1:4) "-" WS-PER(WS-C)(5:2)
                      DELIMITED BY SIZE INTO WS-ED-PER(WS-C)
           END-PERFORM.

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-IND-CNT
               MOVE "N" TO WS-KD-SOURCE(WS-K)
               PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 3
                   MOVE ZERO TO WS-KD-NUM(WS-K, WS-C)
                   MOVE ZERO TO WS-KD-DEN(WS-K, WS-C)
                   MOVE ZERO TO WS-KV-VALEUR(WS-K, WS-C)
                   MOVE "N" TO WS-KV-DISPO(WS-K, WS-C)
               END-PERFORM
           END-PERFORM.

           PERFORM 1100-CHARGER-HISTORIQUE-DEB
              THRU 1100-CHARGER-HISTORIQUE-FIN.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CSV-FILE.
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE CSV-FILE: "
                       WS-CSV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "ManagementKpiPack" TO RH-PROGRAM-ID.
           MOVE "INDICATEURS DU MOIS" TO RH-REPORT-TITLE.
           MOVE SPACES TO RH-RUN-DATE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 40 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.
       1000-INITIALISATION-FIN.
           EXIT.

      * The whole history is kept; the rows of the month are
      * replaced when it is written back.
       1100-CHARGER-HISTORIQUE-DEB.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-STATUS = "10"
                   READ HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-HISTORY-STATUS
                       NOT AT END
                           PERFORM 1110-GARDER-VALEUR-DEB
                              THRU 1110-GARDER-VALEUR-FIN
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
       1100-CHARGER-HISTORIQUE-FIN.
           EXIT.

       1110-GARDER-VALEUR-DEB.
           IF KPI-HISTORY-RECORD = SPACES
               GO TO 1110-GARDER-VALEUR-FIN
           END-IF.
           IF WS-HIST-CNT >= 5000
               DISPLAY "TABLE HISTORIQUE INDICATEURS PLEINE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HIST-CNT.
           MOVE KPH-PERIODE TO WS-H-PERIODE(WS-HIST-CNT).
           MOVE KPH-CODE TO WS-H-CODE(WS-HIST-CNT).
           MOVE KPH-VALEUR TO WS-H-VALEUR(WS-HIST-CNT).
       1110-GARDER-VALEUR-FIN.
           EXIT.

      *================================================================
      * Flows of the month: each source is read once and every record
      * counted in the column of its month, if it is one of the three.
      *================================================================
       2000-MESURER-FLUX-DEB.
           PERFORM 2100-MESURER-ENTREES-DEB
              THRU 2100-MESURER-ENTREES-FIN.
           PERFORM 2200-MESURER-BILLETS-DEB
              THRU 2200-MESURER-BILLETS-FIN.
           PERFORM 2300-MESURER-SOUS-LEDGER-DEB
              THRU 2300-MESURER-SOUS-LEDGER-FIN.
           PERFORM 2400-MESURER-MASSE-SAL-DEB
              THRU 2400-MESURER-MASSE-SAL-FIN.
           PERFORM 2500-MESURER-RECLAMATIONS-DEB
              THRU 2500-MESURER-RECLAMATIONS-FIN.
       2000-MESURER-FLUX-FIN.
           EXIT.

      * Column of the month in WS-PER-LUE-X, zero if none.
       2050-SITUER-PERIODE-DEB.
           MOVE ZERO TO WS-C-TROUVE.
           IF WS-PER-LUE-X IS NOT NUMERIC
               GO TO 2050-SITUER-PERIODE-FIN
           END-IF.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 3
               IF WS-PER(WS-C) = WS-PER-LUE
                   MOVE WS-C TO WS-C-TROUVE
               END-IF
           END-PERFORM.
       2050-SITUER-PERIODE-FIN.
           EXIT.

      * Arrivals at the gate. Lines written before departures were
      * logged carry no type and are arrivals too.
       2100-MESURER-ENTREES-DEB.
           OPEN INPUT VISITOR-LOG-FILE.
           IF WS-VISITOR-LOG-STATUS NOT = "00"
               MOVE WS-VISITOR-LOG-PATH TO WS-SOURCE-PATH
               PERFORM 8000-SOURCE-ABSENTE-DEB
                  THRU 8000-SOURCE-ABSENTE-FIN
               GO TO 2100-MESURER-ENTREES-FIN
           END-IF.
           MOVE "Y" TO WS-KD-SOURCE(WS-K-ENTREES).
           PERFORM UNTIL WS-VISITOR-LOG-STATUS = "10"
               READ VISITOR-LOG-FILE
                   AT END
                       MOVE "10" TO WS-VISITOR-LOG-STATUS
                   NOT AT END
                       IF LOG-TYPE NOT = "OUT"
                           MOVE LOG-TIMESTAMP(1:4) TO WS-PER-LUE-AAAA
                           MOVE LOG-TIMESTAMP(6:2) TO WS-PER-LUE-MM
                           PERFORM 2050-SITUER-PERIODE-DEB
                              THRU 2050-SITUER-PERIODE-FIN
                           IF WS-C-TROUVE > ZERO
                               ADD 1 TO WS-KD-NUM(WS-K-ENTREES,
                                                  WS-C-TROUVE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VISITOR-LOG-FILE.
       2100-MESURER-ENTREES-FIN.
           EXIT.

      * Tickets sold by month of sale (re-booked ones included,
      * refunds and deposits not); ride use by month of the session
      * booked, against the seats of every session sold into.
       2200-MESURER-BILLETS-DEB.
           OPEN INPUT SESSION-PARM-FILE.
           IF WS-SESSION-PARM-STATUS = "00"
               READ SESSION-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-PLACES IS NUMERIC
                           MOVE PRM-PLACES TO WS-PLACES
                       END-IF
               END-READ
               CLOSE SESSION-PARM-FILE
           END-IF.

           OPEN INPUT TICKET-FILE.
           IF WS-TICKET-STATUS NOT = "00"
               MOVE WS-TICKET-PATH TO WS-SOURCE-PATH
               PERFORM 8000-SOURCE-ABSENTE-DEB
                  THRU 8000-SOURCE-ABSENTE-FIN
               GO TO 2200-MESURER-BILLETS-FIN
           END-IF.
           MOVE "Y" TO WS-KD-SOURCE(WS-K-BILLETS).
           IF WS-PLACES > ZERO
               MOVE "Y" TO WS-KD-SOURCE(WS-K-UTILMAN)
           ELSE
               MOVE WS-SESSION-PARM-PATH TO WS-SOURCE-PATH
               PERFORM 8000-SOURCE-ABSENTE-DEB
                  THRU 8000-SOURCE-ABSENTE-FIN
           END-IF.

           PERFORM UNTIL WS-TICKET-STATUS = "10"
               READ TICKET-FILE
                   AT END
                       MOVE "10" TO WS-TICKET-STATUS
                   NOT AT END
                       IF TRG-VENDU OR TRG-REPORTE
                           PERFORM 2210-COMPTER-BILLET-DEB
                              THRU 2210-COMPTER-BILLET-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TICKET-FILE.
       2200-MESURER-BILLETS-FIN.
           EXIT.

       2210-COMPTER-BILLET-DEB.
           MOVE TRG-DATE-VENTE(1:6) TO WS-PER-LUE-X.
           PERFORM 2050-SITUER-PERIODE-DEB
              THRU 2050-SITUER-PERIODE-FIN.
           IF WS-C-TROUVE > ZERO
               ADD 1 TO WS-KD-NUM(WS-K-BILLETS, WS-C-TROUVE)
           END-IF.

           IF TRG-SESSION = ZERO OR WS-PLACES = ZERO
               GO TO 2210-COMPTER-BILLET-FIN
           END-IF.
           MOVE TRG-DATE-SEANCE(1:6) TO WS-PER-LUE-X.
           PERFORM 2050-SITUER-PERIODE-DEB
              THRU 2050-SITUER-PERIODE-FIN.
           IF WS-C-TROUVE = ZERO
               GO TO 2210-COMPTER-BILLET-FIN
           END-IF.
           ADD 1 TO WS-KD-NUM(WS-K-UTILMAN, WS-C-TROUVE).

           MOVE "N" TO WS-SEANCE-TROUVEE.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SEANCE-CNT
               IF WS-SE-DATE(WS-S) = TRG-DATE-SEANCE
                       AND WS-SE-SESSION(WS-S) = TRG-SESSION
                   MOVE "Y" TO WS-SEANCE-TROUVEE
               END-IF
           END-PERFORM.
           IF WS-SEANCE-TROUVEE = "Y"
               GO TO 2210-COMPTER-BILLET-FIN
           END-IF.
           IF WS-SEANCE-CNT >= 3000
               DISPLAY "TABLE DES SEANCES PLEINE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-SEANCE-CNT.
           MOVE TRG-DATE-SEANCE TO WS-SE-DATE(WS-SEANCE-CNT).
           MOVE TRG-SESSION TO WS-SE-SESSION(WS-SEANCE-CNT).
           ADD WS-PLACES TO WS-KD-DEN(WS-K-UTILMAN, WS-C-TROUVE).
       2210-COMPTER-BILLET-FIN.
           EXIT.

      * Amounts posted to the GL by the park and tuition batches:
      * ticket sales net of refunds, tuition billed with its late
      * penalties, and tuition collected net of the refund cheques
      * (a cancelled refund cheque comes back in).
       2300-MESURER-SOUS-LEDGER-DEB.
           OPEN INPUT SUBLEDGER-FILE.
           IF WS-SUBLEDGER-STATUS NOT = "00"
               MOVE WS-SUBLEDGER-PATH TO WS-SOURCE-PATH
               PERFORM 8000-SOURCE-ABSENTE-DEB
                  THRU 8000-SOURCE-ABSENTE-FIN
               GO TO 2300-MESURER-SOUS-LEDGER-FIN
           END-IF.
           MOVE "Y" TO WS-KD-SOURCE(WS-K-RECBILL).
           MOVE "Y" TO WS-KD-SOURCE(WS-K-SCOLFACT).
           MOVE "Y" TO WS-KD-SOURCE(WS-K-SCOLENC).
           PERFORM UNTIL WS-SUBLEDGER-STATUS = "10"
               READ SUBLEDGER-FILE
                   AT END
                       MOVE "10" TO WS-SUBLEDGER-STATUS
                   NOT AT END
                       PERFORM 2310-CUMULER-ECRITURE-DEB
                          THRU 2310-CUMULER-ECRITURE-FIN
               END-READ
           END-PERFORM.
           CLOSE SUBLEDGER-FILE.
       2300-MESURER-SOUS-LEDGER-FIN.
           EXIT.

       2310-CUMULER-ECRITURE-DEB.
           MOVE SLR-DATE(1:6) TO WS-PER-LUE-X.
           PERFORM 2050-SITUER-PERIODE-DEB
              THRU 2050-SITUER-PERIODE-FIN.
           IF WS-C-TROUVE = ZERO OR SLR-MONTANT IS NOT NUMERIC
               GO TO 2310-CUMULER-ECRITURE-FIN
           END-IF.
           MOVE WS-C-TROUVE TO WS-C.
           EVALUATE TRUE
               WHEN SLR-BILLETS
                   ADD SLR-MONTANT TO WS-KD-NUM(WS-K-RECBILL, WS-C)
               WHEN SLR-BILLREMB
                   SUBTRACT SLR-MONTANT
                       FROM WS-KD-NUM(WS-K-RECBILL, WS-C)
               WHEN SLR-SCOLFACT
               WHEN SLR-SCOLPEN
                   ADD SLR-MONTANT TO WS-KD-NUM(WS-K-SCOLFACT, WS-C)
               WHEN SLR-SCOLENC
               WHEN SLR-SCOLRANN
                   ADD SLR-MONTANT TO WS-KD-NUM(WS-K-SCOLENC, WS-C)
               WHEN SLR-SCOLREMB
                   SUBTRACT SLR-MONTANT
                       FROM WS-KD-NUM(WS-K-SCOLENC, WS-C)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2310-CUMULER-ECRITURE-FIN.
           EXIT.

      * Payroll cost of the month as distributed to the
      * departments: gross, employer charges and benefits.
       2400-MESURER-MASSE-SAL-DEB.
           OPEN INPUT LABOR-FILE.
           IF WS-LABOR-STATUS NOT = "00"
               MOVE WS-LABOR-PATH TO WS-SOURCE-PATH
               PERFORM 8000-SOURCE-ABSENTE-DEB
                  THRU 8000-SOURCE-ABSENTE-FIN
               GO TO 2400-MESURER-MASSE-SAL-FIN
           END-IF.
           MOVE "Y" TO WS-KD-SOURCE(WS-K-MASSESAL).
           PERFORM UNTIL WS-LABOR-STATUS = "10"
               READ LABOR-FILE
                   AT END
                       MOVE "10" TO WS-LABOR-STATUS
                   NOT AT END
                       MOVE LDS-PERIODE TO WS-PER-LUE-X
                       PERFORM 2050-SITUER-PERIODE-DEB
                          THRU 2050-SITUER-PERIODE-FIN
                       IF WS-C-TROUVE > ZERO
                           COMPUTE WS-KD-NUM(WS-K-MASSESAL,
                                             WS-C-TROUVE) =
                                   WS-KD-NUM(WS-K-MASSESAL,
                                             WS-C-TROUVE)
                                   + LDS-BRUT + LDS-CHARGES
                                   + LDS-AVANTAGES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LABOR-FILE.
       2400-MESURER-MASSE-SAL-FIN.
           EXIT.

      * Complaints by month opened and by month answered.
       2500-MESURER-RECLAMATIONS-DEB.
           OPEN INPUT COMPLAINT-FILE.
           IF WS-COMPLAINT-STATUS NOT = "00"
               MOVE WS-COMPLAINT-PATH TO WS-SOURCE-PATH
               PERFORM 8000-SOURCE-ABSENTE-DEB
                  THRU 8000-SOURCE-ABSENTE-FIN
               GO TO 2500-MESURER-RECLAMATIONS-FIN
           END-IF.
           MOVE "Y" TO WS-KD-SOURCE(WS-K-RECLAM).
           MOVE "Y" TO WS-KD-SOURCE(WS-K-RECLREP).
           PERFORM UNTIL WS-COMPLAINT-STATUS = "10"
               READ COMPLAINT-FILE
                   AT END
                       MOVE "10" TO WS-COMPLAINT-STATUS
                   NOT AT END
                       MOVE CPL-DATE-OUVERTURE(1:6) TO WS-PER-LUE-X
                       PERFORM 2050-SITUER-PERIODE-DEB
                          THRU 2050-SITUER-PERIODE-FIN
                       IF WS-C-TROUVE > ZERO
                           ADD 1 TO WS-KD-NUM(WS-K-RECLAM,
                                              WS-C-TROUVE)
                       END-IF
                       MOVE CPL-DATE-REPONSE(1:6) TO WS-PER-LUE-X
                       PERFORM 2050-SITUER-PERIODE-DEB
                          THRU 2050-SITUER-PERIODE-FIN
                       IF WS-C-TROUVE > ZERO
                           ADD 1 TO WS-KD-NUM(WS-K-RECLREP,
                                              WS-C-TROUVE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMPLAINT-FILE.
       2500-MESURER-RECLAMATIONS-FIN.
           EXIT.

      *================================================================
      * Position at the close, taken only when the pack is for the
      * run month - the master files hold today, not a past month.
      *================================================================
       3000-MESURER-POSITIONS-DEB.
           PERFORM 3100-MESURER-MEMBRES-DEB
              THRU 3100-MESURER-MEMBRES-FIN.
           PERFORM 3200-MESURER-EFFECTIF-DEB
              THRU 3200-MESURER-EFFECTIF-FIN.
           PERFORM 3300-MESURER-COMPTES-DEB
              THRU 3300-MESURER-COMPTES-FIN.
       3000-MESURER-POSITIONS-FIN.
           EXIT.

      * Every member counts in the base. The renewal rate is taken
      * over the members due this month: a household dependent
      * rides on the primary's renewal and is not due on its own.
       3100-MESURER-MEMBRES-DEB.
           OPEN INPUT MEMBER-FILE.
           IF WS-MEMBER-STATUS NOT = "00"
               MOVE WS-MEMBER-PATH TO WS-SOURCE-PATH
               PERFORM 8000-SOURCE-ABSENTE-DEB
                  THRU 8000-SOURCE-ABSENTE-FIN
               GO TO 3100-MESURER-MEMBRES-FIN
           END-IF.
           MOVE "Y" TO WS-KD-SOURCE(WS-K-MEMBRES).

           OPEN INPUT RENEWALS-FILE.
           IF WS-RENEWALS-STATUS = "00"
               MOVE "Y" TO WS-KD-SOURCE(WS-K-RENOUV)
               PERFORM UNTIL WS-RENEWALS-STATUS = "10"
                   READ RENEWALS-FILE
                       AT END
                           MOVE "10" TO WS-RENEWALS-STATUS
                       NOT AT END
                           IF WS-RENOUV-CNT >= 2000
                               DISPLAY "TABLE DES RENOUVELLEMENTS "
                                       "PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-RENOUV-CNT
                           MOVE RNW-ID TO WS-RN-ID(WS-RENOUV-CNT)
                   END-READ
               END-PERFORM
               CLOSE RENEWALS-FILE
           ELSE
               MOVE WS-RENEWALS-PATH TO WS-SOURCE-PATH
               PERFORM 8000-SOURCE-ABSENTE-DEB
                  THRU 8000-SOURCE-ABSENTE-FIN
           END-IF.

           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-STATUS = "00"
               PERFORM UNTIL WS-HOUSEHOLD-STATUS = "10"
                   READ HOUSEHOLD-FILE
                       AT END
                           MOVE "10" TO WS-HOUSEHOLD-STATUS
                       NOT AT END
                           IF WS-RATTACHE-CNT >= 2000
                               DISPLAY "TABLE DES RATTACHES PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-RATTACHE-CNT
                           MOVE MHH-MBR-ID TO WS-RT-ID(WS-RATTACHE-CNT)
                   END-READ
               END-PERFORM
               CLOSE HOUSEHOLD-FILE
           END-IF.

           PERFORM UNTIL WS-MEMBER-STATUS = "10"
               READ MEMBER-FILE
                   AT END
                       MOVE "10" TO WS-MEMBER-STATUS
                   NOT AT END
                       PERFORM 3110-COMPTER-MEMBRE-DEB
                          THRU 3110-COMPTER-MEMBRE-FIN
               END-READ
           END-PERFORM.
           CLOSE MEMBER-FILE.
       3100-MESURER-MEMBRES-FIN.
           EXIT.

       3110-COMPTER-MEMBRE-DEB.
           IF MEMBER-RECORD = SPACES
               GO TO 3110-COMPTER-MEMBRE-FIN
           END-IF.
           ADD 1 TO WS-KD-NUM(WS-K-MEMBRES, 1).
           IF MBR-MONTH IS NOT NUMERIC
                   OR MBR-MONTH NOT = WS-MOIS-PERIODE
               GO TO 3110-COMPTER-MEMBRE-FIN
           END-IF.

           MOVE "N" TO WS-MEMBRE-RATTACHE.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-RATTACHE-CNT
               IF WS-RT-ID(WS-F) = MBR-ID
                   MOVE "Y" TO WS-MEMBRE-RATTACHE
               END-IF
           END-PERFORM.
           IF WS-MEMBRE-RATTACHE = "Y"
               GO TO 3110-COMPTER-MEMBRE-FIN
           END-IF.

           ADD 1 TO WS-KD-DEN(WS-K-RENOUV, 1).
           MOVE "N" TO WS-MEMBRE-RENOUVELE.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RENOUV-CNT
               IF WS-RN-ID(WS-R) = MBR-ID
                   MOVE "Y" TO WS-MEMBRE-RENOUVELE
               END-IF
           END-PERFORM.
           IF WS-MEMBRE-RENOUVELE = "Y"
               ADD 1 TO WS-KD-NUM(WS-K-RENOUV, 1)
           END-IF.
       3110-COMPTER-MEMBRE-FIN.
           EXIT.

      * Staff in post: active, or on leave and coming back.
       3200-MESURER-EFFECTIF-DEB.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = "00"
               MOVE WS-EMPLOYEE-PATH TO WS-SOURCE-PATH
               PERFORM 8000-SOURCE-ABSENTE-DEB
                  THRU 8000-SOURCE-ABSENTE-FIN
               GO TO 3200-MESURER-EFFECTIF-FIN
           END-IF.
           MOVE "Y" TO WS-KD-SOURCE(WS-K-EFFECTIF).
           PERFORM UNTIL WS-EMPLOYEE-STATUS = "10"
               READ EMPLOYEE-FILE
                   AT END
                       MOVE "10" TO WS-EMPLOYEE-STATUS
                   NOT AT END
                       MOVE EMP-STATUT-EMPLOYE TO WS-STATUT-EMPLOYE
                       IF STATUT-ACTIF OR STATUT-CONGE
                           ADD 1 TO WS-KD-NUM(WS-K-EFFECTIF, 1)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.
       3200-MESURER-EFFECTIF-FIN.
           EXIT.

      * Balances in euros at today's rate: credit balances on one
      * side, overdrawn balances on the other. An account in a
      * currency with no rate is left out of both and counted.
       3300-MESURER-COMPTES-DEB.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-STATUS NOT = "00"
               MOVE WS-ACCOUNT-PATH TO WS-SOURCE-PATH
               PERFORM 8000-SOURCE-ABSENTE-DEB
                  THRU 8000-SOURCE-ABSENTE-FIN
               GO TO 3300-MESURER-COMPTES-FIN
           END-IF.
           MOVE "Y" TO WS-KD-SOURCE(WS-K-SOLDES).
           MOVE "Y" TO WS-KD-SOURCE(WS-K-DECOUV).

           OPEN INPUT CURRENCY-FILE.
           IF WS-CURRENCY-STATUS = "00"
               PERFORM UNTIL WS-CURRENCY-STATUS = "10"
                   READ CURRENCY-FILE
                       AT END
                           MOVE "10" TO WS-CURRENCY-STATUS
                       NOT AT END
                           IF WS-DEVISE-CNT >= 2000
                               DISPLAY "TABLE DES DEVISES PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-DEVISE-CNT
                           MOVE CUR-ACC-ID
                               TO WS-DV-ACC-ID(WS-DEVISE-CNT)
                           MOVE CUR-DEVISE
                               TO WS-DV-DEVISE(WS-DEVISE-CNT)
                   END-READ
               END-PERFORM
               CLOSE CURRENCY-FILE
           END-IF.

           PERFORM UNTIL WS-ACCOUNT-STATUS = "10"
               READ ACCOUNT-MASTER-FILE
                   AT END
                       MOVE "10" TO WS-ACCOUNT-STATUS
                   NOT AT END
                       PERFORM 3310-CUMULER-COMPTE-DEB
                          THRU 3310-CUMULER-COMPTE-FIN
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MASTER-FILE.
       3300-MESURER-COMPTES-FIN.
           EXIT.

       3310-CUMULER-COMPTE-DEB.
           IF ACC-SOLDE IS NOT NUMERIC
               GO TO 3310-CUMULER-COMPTE-FIN
           END-IF.
           MOVE "EUR" TO WS-DEVISE-COMPTE.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEVISE-CNT
               IF WS-DV-ACC-ID(WS-D) = ACC-ID
                   MOVE WS-DV-DEVISE(WS-D) TO WS-DEVISE-COMPTE
               END-IF
           END-PERFORM.

           CALL "ExchangeRateLookup" USING WS-DEVISE-COMPTE
               WS-RUN-DATE WS-XR-COURS WS-XR-DATE-COURS
               WS-XR-RESULT.
           IF NOT COURS-CONNU OR WS-XR-COURS = ZERO
               ADD 1 TO WS-SANS-COURS-CNT
               DISPLAY "COMPTE " ACC-ID " SANS COURS "
                       WS-DEVISE-COMPTE " - HORS INDICATEURS"
               GO TO 3310-CUMULER-COMPTE-FIN
           END-IF.
           COMPUTE WS-SOLDE-EUR ROUNDED = ACC-SOLDE / WS-XR-COURS.
           IF WS-SOLDE-EUR > ZERO
               ADD WS-SOLDE-EUR TO WS-KD-NUM(WS-K-SOLDES, 1)
           ELSE
               SUBTRACT WS-SOLDE-EUR FROM WS-KD-NUM(WS-K-DECOUV, 1)
           END-IF.
       3310-CUMULER-COMPTE-FIN.
           EXIT.

      *================================================================
      * Values of the three columns: the month from its own measure,
      * the earlier months from the history first.
      *================================================================
       4000-RESOUDRE-VALEURS-DEB.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-IND-CNT
               IF NOT IND-DERIVE(WS-K)
                   PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 3
                       PERFORM 4100-RESOUDRE-VALEUR-DEB
                          THRU 4100-RESOUDRE-VALEUR-FIN
                   END-PERFORM
               END-IF
           END-PERFORM.

           MOVE WS-K-SCOLTAUX TO WS-K.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 3
               IF WS-KV-DISPO(WS-K-SCOLFACT, WS-C) = "Y"
                       AND WS-KV-DISPO(WS-K-SCOLENC, WS-C) = "Y"
                       AND WS-KV-VALEUR(WS-K-SCOLFACT, WS-C) > ZERO
                   COMPUTE WS-KV-VALEUR(WS-K, WS-C) ROUNDED =
                           WS-KV-VALEUR(WS-K-SCOLENC, WS-C) * 100
                           / WS-KV-VALEUR(WS-K-SCOLFACT, WS-C)
                   MOVE "Y" TO WS-KV-DISPO(WS-K, WS-C)
               END-IF
           END-PERFORM.
       4000-RESOUDRE-VALEURS-FIN.
           EXIT.

      * A position is measured only in column 1 of the run month; a
      * flow can always be measured again when its source is there.
       4100-RESOUDRE-VALEUR-DEB.
           IF WS-C = 1
               IF IND-FLUX(WS-K) OR WS-PER(1) = WS-RUN-PERIODE
                   PERFORM 4300-VALEUR-MESUREE-DEB
                      THRU 4300-VALEUR-MESUREE-FIN
               ELSE
                   PERFORM 4200-VALEUR-HISTORIQUE-DEB
                      THRU 4200-VALEUR-HISTORIQUE-FIN
               END-IF
               GO TO 4100-RESOUDRE-VALEUR-FIN
           END-IF.

           PERFORM 4200-VALEUR-HISTORIQUE-DEB
              THRU 4200-VALEUR-HISTORIQUE-FIN.
           IF WS-KV-DISPO(WS-K, WS-C) = "N" AND IND-FLUX(WS-K)
               PERFORM 4300-VALEUR-MESUREE-DEB
                  THRU 4300-VALEUR-MESUREE-FIN
           END-IF.
       4100-RESOUDRE-VALEUR-FIN.
           EXIT.

       4200-VALEUR-HISTORIQUE-DEB.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HIST-CNT
               IF WS-H-PERIODE(WS-H) = WS-PER(WS-C)
                       AND WS-H-CODE(WS-H) = WS-IND-CODE(WS-K)
                   MOVE WS-H-VALEUR(WS-H) TO WS-KV-VALEUR(WS-K, WS-C)
                   MOVE "Y" TO WS-KV-DISPO(WS-K, WS-C)
               END-IF
           END-PERFORM.
       4200-VALEUR-HISTORIQUE-FIN.
           EXIT.

      * A percent with nothing to measure against (no session sold,
      * no member due) is not available rather than zero.
       4300-VALEUR-MESUREE-DEB.
           IF WS-KD-SOURCE(WS-K) NOT = "Y"
               GO TO 4300-VALEUR-MESUREE-FIN
           END-IF.
           IF IND-POURCENT(WS-K)
               IF WS-KD-DEN(WS-K, WS-C) > ZERO
                   COMPUTE WS-KV-VALEUR(WS-K, WS-C) ROUNDED =
                           WS-KD-NUM(WS-K, WS-C) * 100
                           / WS-KD-DEN(WS-K, WS-C)
                   MOVE "Y" TO WS-KV-DISPO(WS-K, WS-C)
               END-IF
           ELSE
               MOVE WS-KD-NUM(WS-K, WS-C) TO WS-KV-VALEUR(WS-K, WS-C)
               MOVE "Y" TO WS-KV-DISPO(WS-K, WS-C)
           END-IF.
       4300-VALEUR-MESUREE-FIN.
           EXIT.

      *================================================================
      * The two pages: park, members and staff on the first; tuition,
      * accounts and complaints on the second.
      *================================================================
       5000-EDITER-RAPPORT-DEB.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-IND-CNT
               PERFORM 5100-EDITER-INDICATEUR-DEB
                  THRU 5100-EDITER-INDICATEUR-FIN
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TENDANCE: ^ HAUSSE  v BAISSE  = STABLE  "
                  "? NON COMPARABLE - N/D: NON DISPONIBLE"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-SANS-COURS-CNT > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "COMPTES SANS COURS DE CHANGE, HORS SOLDES: "
                      WS-SANS-COURS-CNT
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-ABSENT-CNT
               MOVE SPACES TO REPORT-LINE
               STRING "*** SOURCE ABSENTE: " WS-ABSENT-PATH(WS-A)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
       5000-EDITER-RAPPORT-FIN.
           EXIT.

       5100-EDITER-INDICATEUR-DEB.
           IF WS-IND-PAGE(WS-K) NOT = WS-PAGE-COURANTE
               MOVE WS-IND-PAGE(WS-K) TO WS-PAGE-COURANTE
               MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT
           END-IF.
           PERFORM 5900-IMPRIMER-ENTETE-DEB
              THRU 5900-IMPRIMER-ENTETE-FIN.

           IF WS-IND-GROUPE(WS-K) NOT = WS-GROUPE-COURANT
               MOVE WS-IND-GROUPE(WS-K) TO WS-GROUPE-COURANT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-IND-GROUPE(WS-K) TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 2 TO RH-LINE-COUNT
           END-IF.

           ADD 1 TO WS-INDIC-CNT.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 3
               PERFORM 5300-EDITER-VALEUR-DEB
                  THRU 5300-EDITER-VALEUR-FIN
           END-PERFORM.
           IF WS-KV-DISPO(WS-K, 1) NOT = "Y"
               ADD 1 TO WS-ND-CNT
           END-IF.
           PERFORM 5200-COMPARER-DEB
              THRU 5200-COMPARER-FIN.

           MOVE SPACES TO WS-ED-VAR-X.
           IF WS-VARIATION-DISPO = "Y"
               MOVE WS-VARIATION TO WS-ED-VARIATION
               MOVE WS-ED-VARIATION TO WS-ED-VAR-X
           ELSE
               MOVE "      N/D" TO WS-ED-VAR-X
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-IND-CODE(WS-K) " " WS-IND-LIBELLE(WS-K)
                  WS-ED-VAL(1) "  " WS-ED-VAL(2) "  " WS-ED-VAL(3)
                  "     " WS-TENDANCE "   " WS-ED-VAR-X
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       5100-EDITER-INDICATEUR-FIN.
           EXIT.

      * Trend against the month before; change in percent against
      * the same month last year.
       5200-COMPARER-DEB.
           MOVE "?" TO WS-TENDANCE.
           IF WS-KV-DISPO(WS-K, 1) = "Y" AND WS-KV-DISPO(WS-K, 2) = "Y"
               EVALUATE TRUE
                   WHEN WS-KV-VALEUR(WS-K, 1) > WS-KV-VALEUR(WS-K, 2)
                       MOVE "^" TO WS-TENDANCE
                   WHEN WS-KV-VALEUR(WS-K, 1) < WS-KV-VALEUR(WS-K, 2)
                       MOVE "v" TO WS-TENDANCE
                   WHEN OTHER
                       MOVE "=" TO WS-TENDANCE
               END-EVALUATE
           END-IF.

           MOVE "N" TO WS-VARIATION-DISPO.
           MOVE ZERO TO WS-VARIATION.
           IF WS-KV-DISPO(WS-K, 1) = "Y" AND WS-KV-DISPO(WS-K, 3) = "Y"
                   AND WS-KV-VALEUR(WS-K, 3) NOT = ZERO
               COMPUTE WS-VARIATION ROUNDED =
                       (WS-KV-VALEUR(WS-K, 1) - WS-KV-VALEUR(WS-K, 3))
                       * 100 / WS-KV-VALEUR(WS-K, 3)
                   ON SIZE ERROR
                       GO TO 5200-COMPARER-FIN
               END-COMPUTE
               MOVE "Y" TO WS-VARIATION-DISPO
           END-IF.
       5200-COMPARER-FIN.
           EXIT.

       5300-EDITER-VALEUR-DEB.
           IF WS-KV-DISPO(WS-K, WS-C) NOT = "Y"
               MOVE "           N/D" TO WS-ED-VAL(WS-C)
               GO TO 5300-EDITER-VALEUR-FIN
           END-IF.
           IF IND-NOMBRE(WS-K)
               MOVE WS-KV-VALEUR(WS-K, WS-C) TO WS-ED-NOMBRE
               MOVE WS-ED-NOMBRE TO WS-ED-VAL(WS-C)
           ELSE
               MOVE WS-KV-VALEUR(WS-K, WS-C) TO WS-ED-MONTANT
               MOVE WS-ED-MONTANT TO WS-ED-VAL(WS-C)
           END-IF.
       5300-EDITER-VALEUR-FIN.
           EXIT.

       5900-IMPRIMER-ENTETE-DEB.
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
               STRING "MOIS " WS-ED-PER(1) " - COMPARE AU MOIS "
                      WS-ED-PER(2) " ET A " WS-ED-PER(3)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "  CODE     INDICATEUR                    "
                      "       " WS-ED-PER(1)
                      "         " WS-ED-PER(2)
                      "         " WS-ED-PER(3)
                      "  TEND  VAR N-1 %"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 4 TO RH-LINE-COUNT
               MOVE SPACES TO WS-GROUPE-COURANT
           END-IF.
       5900-IMPRIMER-ENTETE-FIN.
           EXIT.

      *================================================================
      * Board pack extract: one line per indicator, figures with a
      * decimal point, an empty field where there is no figure.
      *================================================================
       6000-ECRIRE-CSV-DEB.
           MOVE SPACES TO CSV-LINE.
           STRING """PERIODE"",""CODE"",""INDICATEUR"",""VALEUR"","
                  """MOIS_PRECEDENT"",""MEME_MOIS_N1"","
                  """TENDANCE"",""VAR_N1_PCT"""
                  DELIMITED BY SIZE INTO CSV-LINE.
           WRITE CSV-LINE.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-IND-CNT
               PERFORM 6100-ECRIRE-CSV-LIGNE-DEB
                  THRU 6100-ECRIRE-CSV-LIGNE-FIN
           END-PERFORM.
       6000-ECRIRE-CSV-FIN.
           EXIT.

       6100-ECRIRE-CSV-LIGNE-DEB.
           PERFORM 5200-COMPARER-DEB
              THRU 5200-COMPARER-FIN.
           MOVE SPACES TO CSV-LINE.
           MOVE 1 TO WS-CSV-PTR.
           STRING WS-PER(1) ",""" FUNCTION TRIM(WS-IND-CODE(WS-K))
                  """,""" FUNCTION TRIM(WS-IND-LIBELLE(WS-K)) ""","
                  DELIMITED BY SIZE INTO CSV-LINE
                  WITH POINTER WS-CSV-PTR.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 3
               IF WS-KV-DISPO(WS-K, WS-C) = "Y"
                   IF IND-NOMBRE(WS-K)
                       MOVE WS-KV-VALEUR(WS-K, WS-C) TO WS-CSV-NOMBRE
                       STRING FUNCTION TRIM(WS-CSV-NOMBRE)
                              DELIMITED BY SIZE INTO CSV-LINE
                              WITH POINTER WS-CSV-PTR
                   ELSE
                       MOVE WS-KV-VALEUR(WS-K, WS-C) TO WS-CSV-VALEUR
                       STRING FUNCTION TRIM(WS-CSV-VALEUR)
                              DELIMITED BY SIZE INTO CSV-LINE
                              WITH POINTER WS-CSV-PTR
                   END-IF
               END-IF
               STRING "," DELIMITED BY SIZE INTO CSV-LINE
                      WITH POINTER WS-CSV-PTR
           END-PERFORM.
           STRING """" WS-TENDANCE ""","
                  DELIMITED BY SIZE INTO CSV-LINE
                  WITH POINTER WS-CSV-PTR.
           IF WS-VARIATION-DISPO = "Y"
               MOVE WS-VARIATION TO WS-CSV-VARIATION
               STRING FUNCTION TRIM(WS-CSV-VARIATION)
                      DELIMITED BY SIZE INTO CSV-LINE
                      WITH POINTER WS-CSV-PTR
           END-IF.
           WRITE CSV-LINE.
       6100-ECRIRE-CSV-LIGNE-FIN.
           EXIT.

      * The rows of the month are replaced by this run's figures;
      * an indicator not available this run keeps no row.
       7000-SAUVEGARDER-HISTORIQUE-DEB.
           OPEN OUTPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE HISTORY-FILE: "
                       WS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HIST-CNT
               IF WS-H-PERIODE(WS-H) NOT = WS-PER(1)
                   MOVE SPACES TO KPI-HISTORY-RECORD
                   MOVE WS-H-PERIODE(WS-H) TO KPH-PERIODE
                   MOVE WS-H-CODE(WS-H) TO KPH-CODE
                   MOVE WS-H-VALEUR(WS-H) TO KPH-VALEUR
                   WRITE KPI-HISTORY-RECORD
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-IND-CNT
               IF WS-KV-DISPO(WS-K, 1) = "Y"
                   MOVE SPACES TO KPI-HISTORY-RECORD
                   MOVE WS-PER(1) TO KPH-PERIODE
                   MOVE WS-IND-CODE(WS-K) TO KPH-CODE
                   MOVE WS-KV-VALEUR(WS-K, 1) TO KPH-VALEUR
                   WRITE KPI-HISTORY-RECORD
                   ADD 1 TO WS-HIST-ECRIT-CNT
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.
       7000-SAUVEGARDER-HISTORIQUE-FIN.
           EXIT.

       8000-SOURCE-ABSENTE-DEB.
           DISPLAY "SOURCE ABSENTE - INDICATEURS N/D: "
                   WS-SOURCE-PATH.
           IF WS-ABSENT-CNT < 15
               ADD 1 TO WS-ABSENT-CNT
               MOVE WS-SOURCE-PATH TO WS-ABSENT-PATH(WS-ABSENT-CNT)
           END-IF.
           IF WS-WORST-RC < 4
               MOVE 4 TO WS-WORST-RC
           END-IF.
       8000-SOURCE-ABSENTE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE REPORT-FILE.
           CLOSE CSV-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "PACK INDICATEURS DU MOIS " WS-ED-PER(1)
                   " TERMINE.".
           DISPLAY "INDICATEURS EDITES    : " WS-INDIC-CNT.
           DISPLAY "INDICATEURS N/D       : " WS-ND-CNT.
           DISPLAY "SOURCES ABSENTES      : " WS-ABSENT-CNT.
           DISPLAY "VALEURS HISTORISEES   : " WS-HIST-ECRIT-CNT.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
