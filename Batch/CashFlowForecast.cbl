       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashFlowForecast.
       AUTHOR. Mathieu.

      * Thirteen-week cash-flow forecast for treasury, which until
      * now could not see the bank position past the next morning.
      * The run starts from the closing bank balance BankStatementIntake
      * left on Data/BANK-STATEMENT-BALANCE.txt and lays every flow
      * already known to the other subsystems onto the thirteen
      * weeks that start today:
      *   - the standing orders of STANDING-ORDER-MASTER, each due
      *     date rolled by its frequency exactly as StandingOrderBatch
      *     will roll it (C orders come in, D orders go out);
      *   - the payroll net pay of the last calculation run
      *     (PAYROLL-NET-FILE), paid each month on the pay day of the
      *     parameter card;
      *   - the garnishment remittances of GARNISHMENT-MASTER, one
      *     instalment per active order each pay day until the
      *     remaining balance is used up;
      *   - the open balance of every open tuition invoice, expected
      *     the tuition payment term after the invoice date;
      *   - the membership renewal fees the direct-debit run will
      *     collect, month by month, from the members whose renewal
      *     month it is and who hold an active mandate (this month's
      *     members already renewed are left out), a household
      *     at the family tariff on its primary member's mandate;
      *   - the benefits premium: the open insurer invoices of the
      *     accounts-payable register at their due date, and for the
      *     months the insurer has not invoiced yet the total of the
      *     current insurer bill (VENDOR-INVOICE) on the premium day
      *     of the card;
      *   - the other open supplier invoices of the register at
      *     their due date, since ApPaymentRun will pay them too.
      * Every date is moved off weekends and holidays with
      * BusinessDayCalculator. A one-off amount already past due
      * (an order not yet generated, an overdue invoice) is expected
      * today. The report gives the thirteen weeks with their
      * inflows, outflows and projected closing balance, flags every
      * week closing below the minimum balance of the parameter card
      * (condition code 4), then lists the flows week by week, day by
      * day, and totals them by category. Nothing is updated.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BALANCE-FILE ASSIGN DYNAMIC WS-BALANCE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT ORDER-MASTER-FILE ASSIGN DYNAMIC WS-ORDER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT NET-PAY-FILE ASSIGN DYNAMIC WS-NET-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NET-STATUS.

           SELECT GARNISH-MASTER-FILE ASSIGN DYNAMIC WS-GARN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GARN-STATUS.

           SELECT INVOICE-FILE ASSIGN DYNAMIC WS-TUITION-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TUITION-STATUS.

           SELECT MEMBER-FILE ASSIGN DYNAMIC WS-MEMBER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

           SELECT MANDATE-FILE ASSIGN DYNAMIC WS-MANDATE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATE-STATUS.

           SELECT RENEWALS-FILE ASSIGN DYNAMIC WS-RENEWALS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RENEWALS-STATUS.

           SELECT FEE-PARM-FILE ASSIGN DYNAMIC WS-FEE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT HOUSEHOLD-FILE ASSIGN DYNAMIC WS-HOUSEHOLD-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLD-STATUS.

           SELECT VENDOR-FILE ASSIGN DYNAMIC WS-VENDOR-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT AP-INVOICE-FILE ASSIGN DYNAMIC WS-AP-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.

           SELECT PREMIUM-FILE ASSIGN DYNAMIC WS-PREMIUM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PREMIUM-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The minimum balance treasury wants to keep, the day of the
      * month payroll and the garnishments are paid, the day the
      * renewal fees are collected, the day the insurer premium is
      * paid and the tuition payment term in days. A zero or
      * missing field keeps the default of WORKING-STORAGE.
       FD  PARM-FILE.
       01  CASH-FORECAST-PARM.
           05 PRM-SOLDE-MINIMUM     PIC 9(9)V99.
           05 PRM-JOUR-PAIE         PIC 9(2).
           05 PRM-JOUR-PRELEVEMENT  PIC 9(2).
           05 PRM-JOUR-PRIMES       PIC 9(2).
           05 PRM-DELAI-SCOLARITE   PIC 9(3).

       FD  BALANCE-FILE.
       01  BANK-BALANCE-RECORD.
           05 BSB-DATE              PIC 9(8).
           05 BSB-SENS              PIC X(1).
           05 BSB-SOLDE             PIC 9(9)V99.
           05 BSB-ORIGINE-DATE      PIC 9(8).
           05 BSB-ORIGINE-SENS      PIC X(1).
           05 BSB-ORIGINE-SOLDE     PIC 9(9)V99.

       FD  ORDER-MASTER-FILE.
       01  STANDING-ORDER-RECORD.
           05 SO-ACC-ID             PIC X(6).
           05 SO-LIBELLE            PIC X(20).
           05 SO-TYPE               PIC X(1).
           05 SO-MONTANT            PIC 9(7)V99.
           05 SO-FREQUENCE          PIC X(1).
           05 SO-PROCHAINE          PIC 9(8).

       FD  NET-PAY-FILE.
       01  NET-PAY-RECORD.
           05 NP-EMP-ID             PIC X(6).
           05 NP-DEPT-CODE          PIC X(4).
           05 NP-BRUT               PIC 9(7)V99.
           05 NP-RETENUES           PIC 9(7)V99.
           05 NP-NET                PIC S9(7)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.

       FD  GARNISH-MASTER-FILE.
       01  GARNISHMENT-RECORD.
           05 GRN-EMP-ID            PIC X(6).
           05 GRN-ORDER-ID          PIC X(8).
           05 GRN-PAYEE             PIC X(20).
           05 GRN-PRIORITE          PIC 9(2).
           05 GRN-MENSUALITE        PIC 9(5)V99.
           05 GRN-RESTE             PIC 9(7)V99.
           05 GRN-STATUT            PIC X(1).

       FD  INVOICE-FILE.
       01  TUITION-INVOICE-RECORD.
           05 INV-STUDENT-ID        PIC X(6).
           05 INV-TERME             PIC X(6).
           05 INV-MONTANT           PIC 9(5)V99.
           05 INV-REGLE             PIC 9(5)V99.
           05 INV-DATE              PIC 9(8).
           05 INV-STATUT            PIC X(1).

       FD  MEMBER-FILE.
       01  MEMBER-RECORD.
           05 MBR-ID                PIC X(6).
           05 MBR-MONTH             PIC 9(3).

       FD  MANDATE-FILE.
       01  MEMBER-MANDATE-RECORD.
           05 MDT-MBR-ID            PIC X(6).
           05 MDT-ACC-ID            PIC X(6).
           05 MDT-ACTIF             PIC X(1).

       FD  RENEWALS-FILE.
       01  RENEWAL-RECORD.
           05 RNW-ID                PIC X(6).

       FD  FEE-PARM-FILE.
       01  RENEWAL-FEE-RECORD.
           05 PRM-COTISATION        PIC 9(5)V99.
           05 PRM-COTISATION-FOYER  PIC 9(5)V99.

       FD  HOUSEHOLD-FILE.
           COPY "MemberHousehold.cpy".

       FD  VENDOR-FILE.
           COPY "VendorMaster.cpy".

       FD  AP-INVOICE-FILE.
           COPY "ApInvoice.cpy".

       FD  PREMIUM-FILE.
       01  VENDOR-INVOICE-RECORD.
           05 VIN-EMP-ID            PIC X(6).
           05 VIN-MONTANT           PIC 9(5)V99.

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/CASH-FORECAST-PARM.txt".
       01  WS-BALANCE-PATH          PIC X(40)
                             VALUE "Data/BANK-STATEMENT-BALANCE.txt".
       01  WS-ORDER-PATH            PIC X(40)
                             VALUE "Data/STANDING-ORDER-MASTER.txt".
       01  WS-NET-PATH              PIC X(40)
                                 VALUE "Data/PAYROLL-NET-FILE.txt".
       01  WS-GARN-PATH             PIC X(40)
                                 VALUE "Data/GARNISHMENT-MASTER.txt".
       01  WS-TUITION-PATH          PIC X(40)
                                 VALUE "Data/TUITION-INVOICE-FILE.txt".
       01  WS-MEMBER-PATH           PIC X(40)
                                 VALUE "Data/MEMBER-FILE.txt".
       01  WS-MANDATE-PATH          PIC X(40)
                                 VALUE "Data/MEMBER-MANDATE.txt".
       01  WS-RENEWALS-PATH         PIC X(40)
                                 VALUE "Data/MEMBER-RENEWALS.txt".
       01  WS-FEE-PATH              PIC X(40)
                                 VALUE "Data/RENEWAL-FEE-PARM.txt".
       01  WS-HOUSEHOLD-PATH        PIC X(40)
                                 VALUE "Data/MEMBER-HOUSEHOLD.txt".
       01  WS-VENDOR-PATH           PIC X(40)
                                 VALUE "Data/VENDOR-MASTER.txt".
       01  WS-AP-PATH               PIC X(40)
                                 VALUE "Data/AP-INVOICE-REGISTER.txt".
       01  WS-PREMIUM-PATH          PIC X(40)
                                 VALUE "Data/VENDOR-INVOICE.txt".
       01  WS-REPORT-PATH           PIC X(40)
                                 VALUE "Data/CASH-FORECAST-REPORT.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-BALANCE-STATUS        PIC XX.
       01  WS-ORDER-STATUS          PIC XX.
       01  WS-NET-STATUS            PIC XX.
       01  WS-GARN-STATUS           PIC XX.
       01  WS-TUITION-STATUS        PIC XX.
       01  WS-MEMBER-STATUS         PIC XX.
       01  WS-MANDATE-STATUS        PIC XX.
       01  WS-RENEWALS-STATUS       PIC XX.
       01  WS-FEE-STATUS            PIC XX.
       01  WS-HOUSEHOLD-STATUS      PIC XX.
       01  WS-VENDOR-STATUS         PIC XX.
       01  WS-AP-STATUS             PIC XX.
       01  WS-PREMIUM-STATUS        PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-SOLDE-MINIMUM         PIC 9(9)V99 VALUE ZERO.
       01  WS-JOUR-PAIE             PIC 9(2) VALUE 28.
       01  WS-JOUR-PRELEVEMENT      PIC 9(2) VALUE 05.
       01  WS-JOUR-PRIMES           PIC 9(2) VALUE 10.
       01  WS-DELAI-SCOLARITE       PIC 9(3) VALUE 30.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-PERIODE        PIC 9(6).
           05 FILLER                PIC 9(2).
       01  WS-RUN-DATE-EDITION REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).
       01  WS-ENTIER-AUJOURDHUI     PIC 9(8).
       01  WS-FIN-HORIZON           PIC 9(8).
       01  WS-ENTIER-JOUR           PIC 9(8).

      * The opening position: the bank's closing balance, negative
      * when the bank shows us overdrawn.
       01  WS-SOLDE-BANQUE          PIC S9(11)V99 VALUE ZERO.
       01  WS-DATE-SOLDE            PIC 9(8) VALUE ZERO.
       01  WS-SOLDE-CONNU           PIC X VALUE "N".
           88 SOLDE-CONNU           VALUE "Y".

      * A date being placed: WS-ECHEANCE is moved to a business day
      * by 7000, then filed under its week by 7100.
       01  WS-ECHEANCE              PIC 9(8).
       01  WS-ECHEANCE-GROUPE REDEFINES WS-ECHEANCE.
           05 WS-ECH-YYYY           PIC 9(4).
           05 WS-ECH-MM             PIC 9(2).
           05 WS-ECH-DD             PIC 9(2).
       01  WS-ECHEANCE-ROULEE       PIC 9(8).

       01  WS-MONTH-NAME            PIC X(9).
       01  WS-LAST-DAY-OF-MONTH     PIC 9(2).
       01  WS-CUTOFF-SWITCH         PIC X.

       01  WS-BD-FONCTION           PIC X(1).
       01  WS-BD-DATE-1             PIC 9(8).
       01  WS-BD-DATE-2             PIC 9(8).
       01  WS-BD-RESULT-DATE        PIC 9(8).
       01  WS-BD-RESULT-COUNT       PIC 9(4).

      * The calendar month being projected by 3000 - the current
      * month and the four after it cover any thirteen weeks.
       01  WS-MOIS-PROJETE          PIC 9(6).
       01  WS-MOIS-PROJETE-GROUPE REDEFINES WS-MOIS-PROJETE.
           05 WS-MP-YYYY            PIC 9(4).
           05 WS-MP-MM              PIC 9(2).
       01  WS-MOIS-IDX              PIC 9(2).
       01  WS-JOUR-DU-MOIS          PIC 9(2).

      * The flow categories: name, direction (E in, S out).
       01  WS-CATEGORIES-VALEURS.
           05 FILLER                PIC X(13) VALUE "ORDRES CRED.E".
           05 FILLER                PIC X(13) VALUE "COTISATIONS E".
           05 FILLER                PIC X(13) VALUE "SCOLARITE   E".
           05 FILLER                PIC X(13) VALUE "ORDRES DEB. S".
           05 FILLER                PIC X(13) VALUE "PAIE NETTE  S".
           05 FILLER                PIC X(13) VALUE "SAISIES     S".
           05 FILLER                PIC X(13) VALUE "PRIMES      S".
           05 FILLER                PIC X(13) VALUE "FOURNISSEURSS".
       01  WS-CATEGORIES REDEFINES WS-CATEGORIES-VALEURS.
           05 WS-CATEGORIE OCCURS 8 TIMES.
               10 WS-CAT-NOM        PIC X(12).
               10 WS-CAT-SENS       PIC X(1).
                   88 CAT-ENTREE    VALUE "E".
       01  WS-C                     PIC 9(2).
       01  WS-CAT-TOTAL-TABLE.
           05 WS-CAT-TOTAL OCCURS 8 TIMES PIC 9(11)V99.
       01  WS-CAT-CNT-TABLE.
           05 WS-CAT-CNT OCCURS 8 TIMES PIC 9(5).

      * The thirteen weeks.
       01  WS-S                     PIC 9(2).
       01  WS-SEMAINE-TABLE.
           05 WS-SEMAINE OCCURS 13 TIMES.
               10 WS-SEM-DEBUT      PIC 9(8).
               10 WS-SEM-FIN        PIC 9(8).
               10 WS-SEM-ENTREES    PIC 9(11)V99.
               10 WS-SEM-SORTIES    PIC 9(11)V99.
               10 WS-SEM-SOLDE      PIC S9(11)V99.
               10 WS-SEM-ALERTE     PIC X(1).

      * Every flow placed in the horizon, printed day by day.
       01  WS-FLUX-CNT              PIC 9(4) VALUE ZERO.
       01  WS-F                     PIC 9(4).
       01  WS-FLUX-TABLE.
           05 WS-FLUX-ENTRY OCCURS 5000 TIMES
                   DEPENDING ON WS-FLUX-CNT
                   INDEXED BY FLX.
               10 WS-FL-SEMAINE     PIC 9(2).
               10 WS-FL-DATE        PIC 9(8).
               10 WS-FL-CATEGORIE   PIC 9(2).
               10 WS-FL-REFERENCE   PIC X(30).
               10 WS-FL-MONTANT     PIC 9(9)V99.

      * What the caller of 7100 hands over for one flow.
       01  WS-NV-CATEGORIE          PIC 9(2).
       01  WS-NV-REFERENCE          PIC X(30).
       01  WS-NV-MONTANT            PIC 9(9)V99.
       01  WS-NV-SEMAINE            PIC 9(2).

      * Standing orders, rolled in place.
       01  WS-ORDER-CNT             PIC 9(3) VALUE ZERO.
       01  WS-O                     PIC 9(3).
       01  WS-ORDER-TABLE.
           05 WS-ORDER-ENTRY OCCURS 200 TIMES
                   DEPENDING ON WS-ORDER-CNT
                   INDEXED BY OX.
               10 WS-O-ACC-ID       PIC X(6).
               10 WS-O-LIBELLE      PIC X(20).
               10 WS-O-TYPE         PIC X(1).
               10 WS-O-MONTANT      PIC 9(7)V99.
               10 WS-O-FREQUENCE    PIC X(1).
               10 WS-O-PROCHAINE    PIC 9(8).

       01  WS-NET-TOTAL             PIC 9(9)V99 VALUE ZERO.
       01  WS-NET-CNT               PIC 9(5) VALUE ZERO.

      * Active garnishment orders, their remaining balance spent
      * down pay day by pay day.
       01  WS-GARN-CNT              PIC 9(4) VALUE ZERO.
       01  WS-G                     PIC 9(4).
       01  WS-GARN-TABLE.
           05 WS-GARN-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON WS-GARN-CNT
                   INDEXED BY GX.
               10 WS-G-ORDER-ID     PIC X(8).
               10 WS-G-PAYEE        PIC X(20).
               10 WS-G-MENSUALITE   PIC 9(5)V99.
               10 WS-G-RESTE        PIC 9(7)V99.
       01  WS-VERSEMENT             PIC 9(7)V99.

       01  WS-MEMBER-CNT            PIC 9(4) VALUE ZERO.
       01  WS-B                     PIC 9(4).
       01  WS-MEMBER-TABLE.
           05 WS-MEMBER-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-MEMBER-CNT
                   INDEXED BY BX.
               10 WS-B-ID           PIC X(6).
               10 WS-B-MOIS         PIC 9(3).
               10 WS-B-MANDAT       PIC X(1).
               10 WS-B-RENOUVELE    PIC X(1).
               10 WS-B-FOYER        PIC X(1).
       01  WS-COTISATION            PIC 9(5)V99 VALUE ZERO.
       01  WS-COTISATION-FOYER      PIC 9(5)V99 VALUE ZERO.
       01  WS-COTISATIONS-MOIS      PIC 9(9)V99.
       01  WS-PRELEVE-CNT           PIC 9(5).
       01  WS-PRELEVE-CNT-EDITE     PIC Z(4)9.

       01  WS-VENDOR-CNT            PIC 9(4) VALUE ZERO.
       01  WS-V                     PIC 9(4).
       01  WS-VENDOR-TROUVE         PIC 9(4).
       01  WS-VENDOR-TABLE.
           05 WS-VENDOR-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON WS-VENDOR-CNT
                   INDEXED BY VX.
               10 WS-V-ID           PIC X(6).
               10 WS-V-TYPE         PIC X(1).
               10 WS-V-STATUT       PIC X(1).

      * The months the insurer has already invoiced (open or paid),
      * which the recurring premium must not count again.
       01  WS-PRIME-MOIS-CNT        PIC 9(3) VALUE ZERO.
       01  WS-P                     PIC 9(3).
       01  WS-PRIME-MOIS-TABLE.
           05 WS-PRIME-MOIS OCCURS 200 TIMES PIC 9(6).
       01  WS-PRIME-FACTUREE        PIC X.
           88 PRIME-FACTUREE        VALUE "Y".
       01  WS-ECHEANCE-MOIS         PIC 9(6).
       01  WS-PRIME-TOTAL           PIC 9(9)V99 VALUE ZERO.

       01  WS-OUVERT                PIC S9(7)V99.
       01  WS-SOLDE-COURANT         PIC S9(11)V99.
       01  WS-ALERTE-CNT            PIC 9(2) VALUE ZERO.
       01  WS-HORS-HORIZON-CNT      PIC 9(5) VALUE ZERO.
       01  WS-BLOQUE-CNT            PIC 9(5) VALUE ZERO.
       01  WS-INVALIDE-CNT          PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-ENTREES         PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-SORTIES         PIC 9(11)V99 VALUE ZERO.

       01  WS-DATE-A-EDITER         PIC 9(8).
       01  WS-DATE-A-EDITER-GROUPE REDEFINES WS-DATE-A-EDITER.
           05 WS-DE-YYYY            PIC 9(4).
           05 WS-DE-MM              PIC 9(2).
           05 WS-DE-DD              PIC 9(2).
       01  WS-DATE-EDITEE           PIC X(10).
       01  WS-DATE-EDITEE-2         PIC X(10).
       01  WS-SEMAINE-EDITEE        PIC 9(2).
       01  WS-MONTANT-EDITE         PIC Z(10)9.99.
       01  WS-MONTANT-EDITE-2       PIC Z(10)9.99.
       01  WS-SOLDE-EDITE           PIC -(11)9.99.
       01  WS-SENS-EDITE            PIC X(6).
       01  WS-ENTETE-COLONNES       PIC X(100).

      * The detail line waiting while a page heading is written.
       01  WS-LIGNE-EN-ATTENTE      PIC X(100).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-PROJETER-ORDRES-DEB
              THRU 2000-PROJETER-ORDRES-FIN
              VARYING WS-O FROM 1 BY 1
              UNTIL WS-O > WS-ORDER-CNT.

           PERFORM 2300-PROJETER-SCOLARITE-DEB
              THRU 2300-PROJETER-SCOLARITE-FIN.

           PERFORM 2400-PROJETER-FACTURES-DEB
              THRU 2400-PROJETER-FACTURES-FIN.

           MOVE WS-RUN-PERIODE TO WS-MOIS-PROJETE.
           PERFORM 3000-PROJETER-MOIS-DEB
              THRU 3000-PROJETER-MOIS-FIN
              VARYING WS-MOIS-IDX FROM 1 BY 1
              UNTIL WS-MOIS-IDX > 5.

           PERFORM 5000-CALCULER-SOLDES-DEB
              THRU 5000-CALCULER-SOLDES-FIN.

           PERFORM 6000-EDITER-SEMAINES-DEB
              THRU 6000-EDITER-SEMAINES-FIN.

           PERFORM 6100-EDITER-DETAIL-DEB
              THRU 6100-EDITER-DETAIL-FIN
              VARYING WS-S FROM 1 BY 1
              UNTIL WS-S > 13.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-ENTIER-AUJOURDHUI =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-ENTIER-JOUR = WS-ENTIER-AUJOURDHUI + 90.
           COMPUTE WS-FIN-HORIZON =
                   FUNCTION DATE-OF-INTEGER(WS-ENTIER-JOUR).

           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 13
               COMPUTE WS-ENTIER-JOUR =
                       WS-ENTIER-AUJOURDHUI + (WS-S - 1) * 7
               COMPUTE WS-SEM-DEBUT(WS-S) =
                       FUNCTION DATE-OF-INTEGER(WS-ENTIER-JOUR)
               ADD 6 TO WS-ENTIER-JOUR
               COMPUTE WS-SEM-FIN(WS-S) =
                       FUNCTION DATE-OF-INTEGER(WS-ENTIER-JOUR)
               MOVE ZERO TO WS-SEM-ENTREES(WS-S)
               MOVE ZERO TO WS-SEM-SORTIES(WS-S)
               MOVE ZERO TO WS-SEM-SOLDE(WS-S)
               MOVE SPACE TO WS-SEM-ALERTE(WS-S)
           END-PERFORM.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 8
               MOVE ZERO TO WS-CAT-TOTAL(WS-C)
               MOVE ZERO TO WS-CAT-CNT(WS-C)
           END-PERFORM.

           PERFORM 1100-LIRE-PARAMETRES-DEB
              THRU 1100-LIRE-PARAMETRES-FIN.
           PERFORM 1200-LIRE-SOLDE-BANQUE-DEB
              THRU 1200-LIRE-SOLDE-BANQUE-FIN.
           PERFORM 1300-CHARGER-ORDRES-DEB
              THRU 1300-CHARGER-ORDRES-FIN.
           PERFORM 1400-CUMULER-NET-PAYE-DEB
              THRU 1400-CUMULER-NET-PAYE-FIN.
           PERFORM 1500-CHARGER-SAISIES-DEB
              THRU 1500-CHARGER-SAISIES-FIN.
           PERFORM 1600-CHARGER-MEMBRES-DEB
              THRU 1600-CHARGER-MEMBRES-FIN.
           PERFORM 1700-CHARGER-FOURNISSEURS-DEB
              THRU 1700-CHARGER-FOURNISSEURS-FIN.
           PERFORM 1800-CUMULER-PRIME-DEB
              THRU 1800-CUMULER-PRIME-FIN.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE "CashFlowForecast" TO RH-PROGRAM-ID.
           MOVE "PREVISION TRESORERIE" TO RH-REPORT-TITLE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           DISPLAY "PREVISION DE TRESORERIE DU " WS-RUN-DATE
                   " AU " WS-FIN-HORIZON.
       1000-INITIALISATION-FIN.
           EXIT.

      * An absent card keeps every default: no minimum, pay day 28,
      * fees collected on the 5th, premium paid on the 10th and a
      * thirty-day tuition term.
       1100-LIRE-PARAMETRES-DEB.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PRM-SOLDE-MINIMUM IS NUMERIC
                           MOVE PRM-SOLDE-MINIMUM TO WS-SOLDE-MINIMUM
                       END-IF
                       IF PRM-JOUR-PAIE IS NUMERIC
                               AND PRM-JOUR-PAIE > ZERO
                               AND PRM-JOUR-PAIE <= 31
                           MOVE PRM-JOUR-PAIE TO WS-JOUR-PAIE
                       END-IF
                       IF PRM-JOUR-PRELEVEMENT IS NUMERIC
                               AND PRM-JOUR-PRELEVEMENT > ZERO
                               AND PRM-JOUR-PRELEVEMENT <= 31
                           MOVE PRM-JOUR-PRELEVEMENT
                               TO WS-JOUR-PRELEVEMENT
                       END-IF
                       IF PRM-JOUR-PRIMES IS NUMERIC
                               AND PRM-JOUR-PRIMES > ZERO
                               AND PRM-JOUR-PRIMES <= 31
                           MOVE PRM-JOUR-PRIMES TO WS-JOUR-PRIMES
                       END-IF
                       IF PRM-DELAI-SCOLARITE IS NUMERIC
                               AND PRM-DELAI-SCOLARITE > ZERO
                           MOVE PRM-DELAI-SCOLARITE
                               TO WS-DELAI-SCOLARITE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
       1100-LIRE-PARAMETRES-FIN.
           EXIT.

      * Without the bank's closing balance the flows are still
      * worth seeing, but the weeks are projected from zero and the
      * run ends with condition code 4.
       1200-LIRE-SOLDE-BANQUE-DEB.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS = "35"
               DISPLAY "SOLDE BANCAIRE INCONNU - PROJECTION DEPUIS ZERO"
           ELSE
               IF WS-BALANCE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE BALANCE-FILE: "
                           WS-BALANCE-STATUS
                   STOP RUN
               END-IF
               READ BALANCE-FILE
                   AT END
                       DISPLAY "SOLDE BANCAIRE VIDE - PROJECTION "
                               "DEPUIS ZERO"
                   NOT AT END
                       MOVE "Y" TO WS-SOLDE-CONNU
                       MOVE BSB-DATE TO WS-DATE-SOLDE
                       IF BSB-SENS = "D"
                           COMPUTE WS-SOLDE-BANQUE =
                                   ZERO - BSB-SOLDE
                       ELSE
                           MOVE BSB-SOLDE TO WS-SOLDE-BANQUE
                       END-IF
               END-READ
               CLOSE BALANCE-FILE
           END-IF.
       1200-LIRE-SOLDE-BANQUE-FIN.
           EXIT.

       1300-CHARGER-ORDRES-DEB.
           OPEN INPUT ORDER-MASTER-FILE.
           IF WS-ORDER-STATUS = "35"
               MOVE ZERO TO WS-ORDER-CNT
           ELSE
               IF WS-ORDER-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE ORDER-MASTER-FILE: "
                           WS-ORDER-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-ORDER-STATUS = "10"
                   READ ORDER-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-ORDER-STATUS
                       NOT AT END
                           IF WS-ORDER-CNT < 200
                               ADD 1 TO WS-ORDER-CNT
                               SET OX TO WS-ORDER-CNT
                               MOVE SO-ACC-ID TO WS-O-ACC-ID(OX)
                               MOVE SO-LIBELLE TO WS-O-LIBELLE(OX)
                               MOVE SO-TYPE TO WS-O-TYPE(OX)
                               MOVE SO-MONTANT TO WS-O-MONTANT(OX)
                               MOVE SO-FREQUENCE
                                   TO WS-O-FREQUENCE(OX)
                               MOVE SO-PROCHAINE
                                   TO WS-O-PROCHAINE(OX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-MASTER-FILE
           END-IF.
       1300-CHARGER-ORDRES-FIN.
           EXIT.

      * The last calculation run's net pay stands for every month
      * of the horizon; an employee netting nothing pays nothing.
       1400-CUMULER-NET-PAYE-DEB.
           OPEN INPUT NET-PAY-FILE.
           IF WS-NET-STATUS = "35"
               DISPLAY "AUCUNE PAIE CALCULEE - PAIE NON PROJETEE"
           ELSE
               IF WS-NET-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE NET-PAY-FILE: "
                           WS-NET-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-NET-STATUS = "10"
                   READ NET-PAY-FILE
                       AT END
                           MOVE "10" TO WS-NET-STATUS
                       NOT AT END
                           IF NP-NET IS NUMERIC AND NP-NET > ZERO
                               ADD NP-NET TO WS-NET-TOTAL
                               ADD 1 TO WS-NET-CNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NET-PAY-FILE
           END-IF.
       1400-CUMULER-NET-PAYE-FIN.
           EXIT.

       1500-CHARGER-SAISIES-DEB.
           OPEN INPUT GARNISH-MASTER-FILE.
           IF WS-GARN-STATUS = "35"
               MOVE ZERO TO WS-GARN-CNT
           ELSE
               IF WS-GARN-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE GARNISH-MASTER-FILE: "
                           WS-GARN-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-GARN-STATUS = "10"
                   READ GARNISH-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-GARN-STATUS
                       NOT AT END
                           IF GRN-STATUT = "A"
                                   AND GRN-RESTE > ZERO
                                   AND WS-GARN-CNT < 2000
                               ADD 1 TO WS-GARN-CNT
                               SET GX TO WS-GARN-CNT
                               MOVE GRN-ORDER-ID TO WS-G-ORDER-ID(GX)
                               MOVE GRN-PAYEE TO WS-G-PAYEE(GX)
                               MOVE GRN-MENSUALITE
                                   TO WS-G-MENSUALITE(GX)
                               MOVE GRN-RESTE TO WS-G-RESTE(GX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GARNISH-MASTER-FILE
           END-IF.
       1500-CHARGER-SAISIES-FIN.
           EXIT.

      * Members, then the mandates and this cycle's renewals marked
      * against them; the fee comes from the renewal parameter.
       1600-CHARGER-MEMBRES-DEB.
           OPEN INPUT MEMBER-FILE.
           IF WS-MEMBER-STATUS = "35"
               MOVE ZERO TO WS-MEMBER-CNT
           ELSE
               IF WS-MEMBER-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE MEMBER-FILE: "
                           WS-MEMBER-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-MEMBER-STATUS = "10"
                   READ MEMBER-FILE
                       AT END
                           MOVE "10" TO WS-MEMBER-STATUS
                       NOT AT END
                           IF WS-MEMBER-CNT < 9999
                                   AND MBR-MONTH IS NUMERIC
                               ADD 1 TO WS-MEMBER-CNT
                               SET BX TO WS-MEMBER-CNT
                               MOVE MBR-ID TO WS-B-ID(BX)
                               MOVE MBR-MONTH TO WS-B-MOIS(BX)
                               MOVE "N" TO WS-B-MANDAT(BX)
                               MOVE "N" TO WS-B-RENOUVELE(BX)
                               MOVE "N" TO WS-B-FOYER(BX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
           END-IF.

           OPEN INPUT MANDATE-FILE.
           IF WS-MANDATE-STATUS = "00"
               PERFORM UNTIL WS-MANDATE-STATUS = "10"
                   READ MANDATE-FILE
                       AT END
                           MOVE "10" TO WS-MANDATE-STATUS
                       NOT AT END
                           IF MDT-ACTIF = "A"
                               PERFORM VARYING WS-B FROM 1 BY 1
                                       UNTIL WS-B > WS-MEMBER-CNT
                                   IF WS-B-ID(WS-B) = MDT-MBR-ID
                                       MOVE "Y" TO WS-B-MANDAT(WS-B)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-FILE
           END-IF.

           OPEN INPUT RENEWALS-FILE.
           IF WS-RENEWALS-STATUS = "00"
               PERFORM UNTIL WS-RENEWALS-STATUS = "10"
                   READ RENEWALS-FILE
                       AT END
                           MOVE "10" TO WS-RENEWALS-STATUS
                       NOT AT END
                           PERFORM VARYING WS-B FROM 1 BY 1
                                   UNTIL WS-B > WS-MEMBER-CNT
                               IF WS-B-ID(WS-B) = RNW-ID
                                   MOVE "Y" TO WS-B-RENOUVELE(WS-B)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE RENEWALS-FILE
           END-IF.

           OPEN INPUT FEE-PARM-FILE.
           IF WS-FEE-STATUS = "00"
               READ FEE-PARM-FILE
                   NOT AT END
                       IF PRM-COTISATION IS NUMERIC
                           MOVE PRM-COTISATION TO WS-COTISATION
                       END-IF
                       IF PRM-COTISATION-FOYER IS NUMERIC
                           MOVE PRM-COTISATION-FOYER
                               TO WS-COTISATION-FOYER
                       END-IF
               END-READ
               CLOSE FEE-PARM-FILE
           END-IF.
           IF WS-COTISATION-FOYER = ZERO
               MOVE WS-COTISATION TO WS-COTISATION-FOYER
           END-IF.

      * A primary member with dependents pays for the household;
      * the dependents themselves carry no mandate.
           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-STATUS = "00"
               PERFORM UNTIL WS-HOUSEHOLD-STATUS = "10"
                   READ HOUSEHOLD-FILE
                       AT END
                           MOVE "10" TO WS-HOUSEHOLD-STATUS
                       NOT AT END
                           PERFORM VARYING WS-B FROM 1 BY 1
                                   UNTIL WS-B > WS-MEMBER-CNT
                               IF WS-B-ID(WS-B) = MHH-PRINCIPAL
                                   MOVE "Y" TO WS-B-FOYER(WS-B)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE HOUSEHOLD-FILE
           END-IF.
       1600-CHARGER-MEMBRES-FIN.
           EXIT.

       1700-CHARGER-FOURNISSEURS-DEB.
           OPEN INPUT VENDOR-FILE.
           IF WS-VENDOR-STATUS = "35"
               MOVE ZERO TO WS-VENDOR-CNT
           ELSE
               IF WS-VENDOR-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE VENDOR-FILE: "
                           WS-VENDOR-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-VENDOR-STATUS = "10"
                   READ VENDOR-FILE
                       AT END
                           MOVE "10" TO WS-VENDOR-STATUS
                       NOT AT END
                           IF WS-VENDOR-CNT < 2000
                               ADD 1 TO WS-VENDOR-CNT
                               SET VX TO WS-VENDOR-CNT
                               MOVE VND-ID TO WS-V-ID(VX)
                               MOVE VND-TYPE TO WS-V-TYPE(VX)
                               MOVE VND-STATUT TO WS-V-STATUT(VX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-FILE
           END-IF.
       1700-CHARGER-FOURNISSEURS-FIN.
           EXIT.

      * The insurer's current bill, one line per insured employee,
      * is what a month of premium costs.
       1800-CUMULER-PRIME-DEB.
           OPEN INPUT PREMIUM-FILE.
           IF WS-PREMIUM-STATUS = "00"
               PERFORM UNTIL WS-PREMIUM-STATUS = "10"
                   READ PREMIUM-FILE
                       AT END
                           MOVE "10" TO WS-PREMIUM-STATUS
                       NOT AT END
                           IF VIN-MONTANT IS NUMERIC
                               ADD VIN-MONTANT TO WS-PRIME-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREMIUM-FILE
           END-IF.
       1800-CUMULER-PRIME-FIN.
           EXIT.

      * One order: every due date up to the end of the horizon, a
      * date already past being one StandingOrderBatch has still to
      * generate - so it is expected today.
       2000-PROJETER-ORDRES-DEB.
           IF WS-O-TYPE(WS-O) NOT = "D"
                   AND WS-O-TYPE(WS-O) NOT = "C"
               DISPLAY "ORDRE INVALIDE - TYPE " WS-O-TYPE(WS-O)
                       " COMPTE " WS-O-ACC-ID(WS-O) " - IGNORE"
               ADD 1 TO WS-INVALIDE-CNT
           ELSE
               PERFORM 2100-PROJETER-ECHEANCE-DEB
                  THRU 2100-PROJETER-ECHEANCE-FIN
                  UNTIL WS-O-PROCHAINE(WS-O) > WS-FIN-HORIZON
           END-IF.
       2000-PROJETER-ORDRES-FIN.
           EXIT.

       2100-PROJETER-ECHEANCE-DEB.
           IF WS-O-TYPE(WS-O) = "C"
               MOVE 1 TO WS-NV-CATEGORIE
           ELSE
               MOVE 4 TO WS-NV-CATEGORIE
           END-IF.
           MOVE SPACES TO WS-NV-REFERENCE.
           STRING WS-O-ACC-ID(WS-O) " " WS-O-LIBELLE(WS-O)
                  DELIMITED BY SIZE INTO WS-NV-REFERENCE.
           MOVE WS-O-MONTANT(WS-O) TO WS-NV-MONTANT.
           MOVE WS-O-PROCHAINE(WS-O) TO WS-ECHEANCE.
           IF WS-ECHEANCE < WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-ECHEANCE
           END-IF.
           PERFORM 7000-JOUR-OUVRE-DEB
              THRU 7000-JOUR-OUVRE-FIN.
           PERFORM 7100-AJOUTER-FLUX-DEB
              THRU 7100-AJOUTER-FLUX-FIN.

           PERFORM 2200-ROULER-ECHEANCE-DEB
              THRU 2200-ROULER-ECHEANCE-FIN.
       2100-PROJETER-ECHEANCE-FIN.
           EXIT.

      * The roll of StandingOrderBatch, so the forecast dates are
      * the dates the orders will really be generated.
       2200-ROULER-ECHEANCE-DEB.
           MOVE WS-O-PROCHAINE(WS-O) TO WS-ECHEANCE.

           IF WS-O-FREQUENCE(WS-O) = "W"
               COMPUTE WS-ENTIER-JOUR =
                       FUNCTION INTEGER-OF-DATE(WS-ECHEANCE) + 7
               COMPUTE WS-ECHEANCE =
                       FUNCTION DATE-OF-INTEGER(WS-ENTIER-JOUR)
           ELSE
               IF WS-ECH-MM = 12
                   ADD 1 TO WS-ECH-YYYY
                   MOVE 01 TO WS-ECH-MM
               ELSE
                   ADD 1 TO WS-ECH-MM
               END-IF
               CALL "MonthEndCutoffValidator" USING WS-ECHEANCE
                   WS-MONTH-NAME WS-LAST-DAY-OF-MONTH
                   WS-CUTOFF-SWITCH
               IF WS-ECH-DD > WS-LAST-DAY-OF-MONTH
                   MOVE WS-LAST-DAY-OF-MONTH TO WS-ECH-DD
               END-IF
           END-IF.

           PERFORM 7000-JOUR-OUVRE-DEB
              THRU 7000-JOUR-OUVRE-FIN.
           MOVE WS-ECHEANCE TO WS-O-PROCHAINE(WS-O).
       2200-ROULER-ECHEANCE-FIN.
           EXIT.

      * The open balance of each open invoice, expected the payment
      * term after the invoice date - today if that is past.
       2300-PROJETER-SCOLARITE-DEB.
           OPEN INPUT INVOICE-FILE.
           IF WS-TUITION-STATUS = "35"
               MOVE "10" TO WS-TUITION-STATUS
           ELSE
               IF WS-TUITION-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE INVOICE-FILE: "
                           WS-TUITION-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-TUITION-STATUS = "10"
                   READ INVOICE-FILE
                       AT END
                           MOVE "10" TO WS-TUITION-STATUS
                       NOT AT END
                           IF INV-STATUT = "O"
                               PERFORM 2310-PROJETER-FACTURE-DEB
                                  THRU 2310-PROJETER-FACTURE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.
       2300-PROJETER-SCOLARITE-FIN.
           EXIT.

       2310-PROJETER-FACTURE-DEB.
           COMPUTE WS-OUVERT = INV-MONTANT - INV-REGLE.
           IF WS-OUVERT > ZERO
               COMPUTE WS-ENTIER-JOUR =
                       FUNCTION INTEGER-OF-DATE(INV-DATE)
                       + WS-DELAI-SCOLARITE
               COMPUTE WS-ECHEANCE =
                       FUNCTION DATE-OF-INTEGER(WS-ENTIER-JOUR)
               IF WS-ECHEANCE < WS-RUN-DATE
                   MOVE WS-RUN-DATE TO WS-ECHEANCE
               END-IF
               MOVE 3 TO WS-NV-CATEGORIE
               MOVE SPACES TO WS-NV-REFERENCE
               STRING "ELEVE " INV-STUDENT-ID " TERME " INV-TERME
                      DELIMITED BY SIZE INTO WS-NV-REFERENCE
               MOVE WS-OUVERT TO WS-NV-MONTANT
               PERFORM 7000-JOUR-OUVRE-DEB
                  THRU 7000-JOUR-OUVRE-FIN
               PERFORM 7100-AJOUTER-FLUX-DEB
                  THRU 7100-AJOUTER-FLUX-FIN
           END-IF.
       2310-PROJETER-FACTURE-FIN.
           EXIT.

      * Open payables at their due date, the way ApPaymentRun will
      * select them. A blocked vendor is not paid and is left out.
      * The garnishment payees' remittances come from the orders
      * themselves (3200), so their invoices are not counted twice;
      * the insurer's invoices are the premium, and every month
      * they cover - open or paid - is noted for 3400.
       2400-PROJETER-FACTURES-DEB.
           OPEN INPUT AP-INVOICE-FILE.
           IF WS-AP-STATUS = "35"
               MOVE "10" TO WS-AP-STATUS
           ELSE
               IF WS-AP-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE AP-INVOICE-FILE: "
                           WS-AP-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-AP-STATUS = "10"
                   READ AP-INVOICE-FILE
                       AT END
                           MOVE "10" TO WS-AP-STATUS
                       NOT AT END
                           PERFORM 2410-PROJETER-FACTURE-AP-DEB
                              THRU 2410-PROJETER-FACTURE-AP-FIN
                   END-READ
               END-PERFORM
               CLOSE AP-INVOICE-FILE
           END-IF.
       2400-PROJETER-FACTURES-FIN.
           EXIT.

       2410-PROJETER-FACTURE-AP-DEB.
           MOVE ZERO TO WS-VENDOR-TROUVE.
           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-VENDOR-CNT
               IF WS-V-ID(WS-V) = API-VND-ID
                   MOVE WS-V TO WS-VENDOR-TROUVE
               END-IF
           END-PERFORM.

           IF WS-VENDOR-TROUVE > ZERO
               MOVE WS-VENDOR-TROUVE TO WS-V
               IF WS-V-TYPE(WS-V) = "A"
                       AND WS-PRIME-MOIS-CNT < 200
                   ADD 1 TO WS-PRIME-MOIS-CNT
                   MOVE API-ECHEANCE(1:6)
                       TO WS-PRIME-MOIS(WS-PRIME-MOIS-CNT)
               END-IF
           END-IF.

           IF API-OUVERTE
               EVALUATE TRUE
                   WHEN WS-VENDOR-TROUVE = ZERO
                       ADD 1 TO WS-INVALIDE-CNT
                       DISPLAY "FACTURE " API-NUM-FACTURE
                               " FOURNISSEUR INCONNU " API-VND-ID
                               " - IGNOREE"
                   WHEN WS-V-STATUT(WS-V) = "B"
                       ADD 1 TO WS-BLOQUE-CNT
                   WHEN WS-V-TYPE(WS-V) = "S"
                       CONTINUE
                   WHEN OTHER
                       IF WS-V-TYPE(WS-V) = "A"
                           MOVE 7 TO WS-NV-CATEGORIE
                       ELSE
                           MOVE 8 TO WS-NV-CATEGORIE
                       END-IF
                       MOVE SPACES TO WS-NV-REFERENCE
                       STRING API-VND-ID " FACT. " API-NUM-FACTURE
                              DELIMITED BY SIZE INTO WS-NV-REFERENCE
                       MOVE API-MONTANT TO WS-NV-MONTANT
                       MOVE API-ECHEANCE TO WS-ECHEANCE
                       IF WS-ECHEANCE < WS-RUN-DATE
                           MOVE WS-RUN-DATE TO WS-ECHEANCE
                       END-IF
                       PERFORM 7000-JOUR-OUVRE-DEB
                          THRU 7000-JOUR-OUVRE-FIN
                       PERFORM 7100-AJOUTER-FLUX-DEB
                          THRU 7100-AJOUTER-FLUX-FIN
               END-EVALUATE
           END-IF.
       2410-PROJETER-FACTURE-AP-FIN.
           EXIT.

      * One calendar month of the monthly flows, then on to the
      * next month.
       3000-PROJETER-MOIS-DEB.
           PERFORM 3100-PROJETER-PAIE-DEB
              THRU 3100-PROJETER-PAIE-FIN.
           PERFORM 3300-PROJETER-COTISATIONS-DEB
              THRU 3300-PROJETER-COTISATIONS-FIN.
           PERFORM 3400-PROJETER-PRIME-DEB
              THRU 3400-PROJETER-PRIME-FIN.

           IF WS-MP-MM = 12
               ADD 1 TO WS-MP-YYYY
               MOVE 01 TO WS-MP-MM
           ELSE
               ADD 1 TO WS-MP-MM
           END-IF.
       3000-PROJETER-MOIS-FIN.
           EXIT.

      * The pay day of the month, on a business day; a pay day
      * already behind us has been paid.
       3100-PROJETER-PAIE-DEB.
           MOVE WS-JOUR-PAIE TO WS-JOUR-DU-MOIS.
           PERFORM 7200-DATE-DU-MOIS-DEB
              THRU 7200-DATE-DU-MOIS-FIN.
           IF WS-ECHEANCE >= WS-RUN-DATE
               IF WS-NET-TOTAL > ZERO
                   MOVE 5 TO WS-NV-CATEGORIE
                   MOVE SPACES TO WS-NV-REFERENCE
                   STRING "NET PAYE " WS-MOIS-PROJETE
                          DELIMITED BY SIZE INTO WS-NV-REFERENCE
                   MOVE WS-NET-TOTAL TO WS-NV-MONTANT
                   PERFORM 7100-AJOUTER-FLUX-DEB
                      THRU 7100-AJOUTER-FLUX-FIN
               END-IF
               PERFORM 3200-PROJETER-SAISIE-DEB
                  THRU 3200-PROJETER-SAISIE-FIN
                  VARYING WS-G FROM 1 BY 1
                  UNTIL WS-G > WS-GARN-CNT
           END-IF.
       3100-PROJETER-PAIE-FIN.
           EXIT.

      * The month's instalment of an order, never more than what
      * is left to pay on it.
       3200-PROJETER-SAISIE-DEB.
           IF WS-G-RESTE(WS-G) > ZERO
               IF WS-G-MENSUALITE(WS-G) < WS-G-RESTE(WS-G)
                   MOVE WS-G-MENSUALITE(WS-G) TO WS-VERSEMENT
               ELSE
                   MOVE WS-G-RESTE(WS-G) TO WS-VERSEMENT
               END-IF
               SUBTRACT WS-VERSEMENT FROM WS-G-RESTE(WS-G)
               IF WS-VERSEMENT > ZERO
                   MOVE 6 TO WS-NV-CATEGORIE
                   MOVE SPACES TO WS-NV-REFERENCE
                   STRING WS-G-ORDER-ID(WS-G) " " WS-G-PAYEE(WS-G)
                          DELIMITED BY SIZE INTO WS-NV-REFERENCE
                   MOVE WS-VERSEMENT TO WS-NV-MONTANT
                   PERFORM 7100-AJOUTER-FLUX-DEB
                      THRU 7100-AJOUTER-FLUX-FIN
               END-IF
           END-IF.
       3200-PROJETER-SAISIE-FIN.
           EXIT.

      * One collection per month for the members whose renewal
      * month it is and who hold an active mandate. This month's
      * members already renewed have paid; the others are still to
      * be collected, today if the collection day is past.
       3300-PROJETER-COTISATIONS-DEB.
           MOVE ZERO TO WS-PRELEVE-CNT.
           MOVE ZERO TO WS-COTISATIONS-MOIS.
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-MEMBER-CNT
               IF WS-B-MOIS(WS-B) = WS-MP-MM
                       AND WS-B-MANDAT(WS-B) = "Y"
                   IF WS-MOIS-PROJETE NOT = WS-RUN-PERIODE
                           OR WS-B-RENOUVELE(WS-B) = "N"
                       ADD 1 TO WS-PRELEVE-CNT
                       IF WS-B-FOYER(WS-B) = "Y"
                           ADD WS-COTISATION-FOYER
                               TO WS-COTISATIONS-MOIS
                       ELSE
                           ADD WS-COTISATION TO WS-COTISATIONS-MOIS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-PRELEVE-CNT > ZERO AND WS-COTISATIONS-MOIS > ZERO
               MOVE WS-JOUR-PRELEVEMENT TO WS-JOUR-DU-MOIS
               PERFORM 7200-DATE-DU-MOIS-DEB
                  THRU 7200-DATE-DU-MOIS-FIN
               IF WS-ECHEANCE < WS-RUN-DATE
                   MOVE WS-RUN-DATE TO WS-ECHEANCE
                   PERFORM 7000-JOUR-OUVRE-DEB
                      THRU 7000-JOUR-OUVRE-FIN
               END-IF
               MOVE 2 TO WS-NV-CATEGORIE
               MOVE WS-PRELEVE-CNT TO WS-PRELEVE-CNT-EDITE
               MOVE SPACES TO WS-NV-REFERENCE
               STRING "MOIS " WS-MOIS-PROJETE " "
                      WS-PRELEVE-CNT-EDITE " MEMBRES"
                      DELIMITED BY SIZE INTO WS-NV-REFERENCE
               MOVE WS-COTISATIONS-MOIS TO WS-NV-MONTANT
               PERFORM 7100-AJOUTER-FLUX-DEB
                  THRU 7100-AJOUTER-FLUX-FIN
           END-IF.
       3300-PROJETER-COTISATIONS-FIN.
           EXIT.

      * A month the insurer has not invoiced is expected to cost the
      * current bill, paid on the premium day.
       3400-PROJETER-PRIME-DEB.
           MOVE "N" TO WS-PRIME-FACTUREE.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRIME-MOIS-CNT
               IF WS-PRIME-MOIS(WS-P) = WS-MOIS-PROJETE
                   MOVE "Y" TO WS-PRIME-FACTUREE
               END-IF
           END-PERFORM.

           IF NOT PRIME-FACTUREE AND WS-PRIME-TOTAL > ZERO
               MOVE WS-JOUR-PRIMES TO WS-JOUR-DU-MOIS
               PERFORM 7200-DATE-DU-MOIS-DEB
                  THRU 7200-DATE-DU-MOIS-FIN
               IF WS-ECHEANCE >= WS-RUN-DATE
                   MOVE 7 TO WS-NV-CATEGORIE
                   MOVE SPACES TO WS-NV-REFERENCE
                   STRING "PRIME ASSUREUR " WS-MOIS-PROJETE
                          " (PREVUE)"
                          DELIMITED BY SIZE INTO WS-NV-REFERENCE
                   MOVE WS-PRIME-TOTAL TO WS-NV-MONTANT
                   PERFORM 7100-AJOUTER-FLUX-DEB
                      THRU 7100-AJOUTER-FLUX-FIN
               END-IF
           END-IF.
       3400-PROJETER-PRIME-FIN.
           EXIT.

      * Opening balance, then each week's inflows and outflows; a
      * week closing under the minimum is flagged.
       5000-CALCULER-SOLDES-DEB.
           MOVE WS-SOLDE-BANQUE TO WS-SOLDE-COURANT.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 13
               COMPUTE WS-SOLDE-COURANT = WS-SOLDE-COURANT
                       + WS-SEM-ENTREES(WS-S)
                       - WS-SEM-SORTIES(WS-S)
               MOVE WS-SOLDE-COURANT TO WS-SEM-SOLDE(WS-S)
               ADD WS-SEM-ENTREES(WS-S) TO WS-TOTAL-ENTREES
               ADD WS-SEM-SORTIES(WS-S) TO WS-TOTAL-SORTIES
               IF WS-SOLDE-COURANT < WS-SOLDE-MINIMUM
                   MOVE "Y" TO WS-SEM-ALERTE(WS-S)
                   ADD 1 TO WS-ALERTE-CNT
               END-IF
           END-PERFORM.
       5000-CALCULER-SOLDES-FIN.
           EXIT.

       6000-EDITER-SEMAINES-DEB.
           MOVE SPACES TO WS-ENTETE-COLONNES.
           STRING "SEM DU         AU                ENTREES"
                  "        SORTIES   SOLDE PROJETE"
                  DELIMITED BY SIZE INTO WS-ENTETE-COLONNES.
           PERFORM 8000-ECRIRE-ENTETE-DEB
              THRU 8000-ECRIRE-ENTETE-FIN.

           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 13
               MOVE WS-SEM-DEBUT(WS-S) TO WS-DATE-A-EDITER
               PERFORM 8200-EDITER-DATE-DEB
                  THRU 8200-EDITER-DATE-FIN
               MOVE WS-DATE-EDITEE TO WS-DATE-EDITEE-2
               MOVE WS-SEM-FIN(WS-S) TO WS-DATE-A-EDITER
               PERFORM 8200-EDITER-DATE-DEB
                  THRU 8200-EDITER-DATE-FIN
               MOVE WS-S TO WS-SEMAINE-EDITEE
               MOVE WS-SEM-ENTREES(WS-S) TO WS-MONTANT-EDITE
               MOVE WS-SEM-SORTIES(WS-S) TO WS-MONTANT-EDITE-2
               MOVE WS-SEM-SOLDE(WS-S) TO WS-SOLDE-EDITE
               MOVE SPACES TO REPORT-LINE
               STRING WS-SEMAINE-EDITEE "  " WS-DATE-EDITEE-2 " "
                      WS-DATE-EDITEE " " WS-MONTANT-EDITE " "
                      WS-MONTANT-EDITE-2 " " WS-SOLDE-EDITE
                      DELIMITED BY SIZE INTO REPORT-LINE
               IF WS-SEM-ALERTE(WS-S) = "Y"
                   MOVE "*** SOUS LE MINIMUM" TO REPORT-LINE(78:19)
               END-IF
               PERFORM 8100-ECRIRE-LIGNE-DEB
                  THRU 8100-ECRIRE-LIGNE-FIN
           END-PERFORM.

           MOVE WS-TOTAL-ENTREES TO WS-MONTANT-EDITE.
           MOVE WS-TOTAL-SORTIES TO WS-MONTANT-EDITE-2.
           MOVE WS-SOLDE-COURANT TO WS-SOLDE-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL 13 SEMAINES        " WS-MONTANT-EDITE " "
                  WS-MONTANT-EDITE-2 " " WS-SOLDE-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.

           MOVE SPACES TO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 8
               MOVE WS-CAT-TOTAL(WS-C) TO WS-MONTANT-EDITE
               IF CAT-ENTREE(WS-C)
                   MOVE "ENTREE" TO WS-SENS-EDITE
               ELSE
                   MOVE "SORTIE" TO WS-SENS-EDITE
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "TOTAL " WS-CAT-NOM(WS-C) " " WS-SENS-EDITE
                      "  " WS-MONTANT-EDITE
                      DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 8100-ECRIRE-LIGNE-DEB
                  THRU 8100-ECRIRE-LIGNE-FIN
           END-PERFORM.
       6000-EDITER-SEMAINES-FIN.
           EXIT.

      * One week of the detail: its flows day by day, in the order
      * each source gave them within a day.
       6100-EDITER-DETAIL-DEB.
           IF WS-S = 1
               MOVE SPACES TO WS-ENTETE-COLONNES
               STRING "  DATE       CATEGORIE    REFERENCE"
                      "                      SENS          MONTANT"
                      DELIMITED BY SIZE INTO WS-ENTETE-COLONNES
               PERFORM 8000-ECRIRE-ENTETE-DEB
                  THRU 8000-ECRIRE-ENTETE-FIN
           END-IF.

           MOVE WS-SEM-DEBUT(WS-S) TO WS-DATE-A-EDITER.
           PERFORM 8200-EDITER-DATE-DEB
              THRU 8200-EDITER-DATE-FIN.
           MOVE WS-DATE-EDITEE TO WS-DATE-EDITEE-2.
           MOVE WS-SEM-FIN(WS-S) TO WS-DATE-A-EDITER.
           PERFORM 8200-EDITER-DATE-DEB
              THRU 8200-EDITER-DATE-FIN.
           MOVE WS-S TO WS-SEMAINE-EDITEE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SEMAINE " WS-SEMAINE-EDITEE " DU "
                  WS-DATE-EDITEE-2 " AU " WS-DATE-EDITEE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.

           COMPUTE WS-ENTIER-JOUR =
                   FUNCTION INTEGER-OF-DATE(WS-SEM-DEBUT(WS-S)).
           PERFORM 6110-EDITER-JOUR-DEB
              THRU 6110-EDITER-JOUR-FIN
              7 TIMES.

           MOVE WS-SEM-ENTREES(WS-S) TO WS-MONTANT-EDITE.
           MOVE WS-SEM-SORTIES(WS-S) TO WS-MONTANT-EDITE-2.
           MOVE WS-SEM-SOLDE(WS-S) TO WS-SOLDE-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ENTREES " WS-MONTANT-EDITE
                  "  SORTIES " WS-MONTANT-EDITE-2
                  "  SOLDE " WS-SOLDE-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           IF WS-SEM-ALERTE(WS-S) = "Y"
               MOVE "*** SOUS LE MINIMUM" TO REPORT-LINE(78:19)
           END-IF.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
       6100-EDITER-DETAIL-FIN.
           EXIT.

       6110-EDITER-JOUR-DEB.
           COMPUTE WS-DATE-A-EDITER =
                   FUNCTION DATE-OF-INTEGER(WS-ENTIER-JOUR).
           MOVE WS-DATE-A-EDITER TO WS-ECHEANCE.
           PERFORM 8200-EDITER-DATE-DEB
              THRU 8200-EDITER-DATE-FIN.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FLUX-CNT
               IF WS-FL-DATE(WS-F) = WS-ECHEANCE
                   MOVE WS-FL-CATEGORIE(WS-F) TO WS-C
                   MOVE WS-FL-MONTANT(WS-F) TO WS-MONTANT-EDITE
                   IF CAT-ENTREE(WS-C)
                       MOVE "ENTREE" TO WS-SENS-EDITE
                   ELSE
                       MOVE "SORTIE" TO WS-SENS-EDITE
                   END-IF
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-DATE-EDITEE " " WS-CAT-NOM(WS-C)
                          " " WS-FL-REFERENCE(WS-F) " "
                          WS-SENS-EDITE " " WS-MONTANT-EDITE
                          DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM 8100-ECRIRE-LIGNE-DEB
                      THRU 8100-ECRIRE-LIGNE-FIN
               END-IF
           END-PERFORM.
           ADD 1 TO WS-ENTIER-JOUR.
       6110-EDITER-JOUR-FIN.
           EXIT.

      * Settle WS-ECHEANCE on a business day: a count of zero over
      * the day alone means weekend or holiday, and the calculator
      * supplies the next working day.
       7000-JOUR-OUVRE-DEB.
           MOVE "C" TO WS-BD-FONCTION.
           MOVE WS-ECHEANCE TO WS-BD-DATE-1.
           MOVE WS-ECHEANCE TO WS-BD-DATE-2.
           CALL "BusinessDayCalculator" USING WS-BD-FONCTION
               WS-BD-DATE-1 WS-BD-DATE-2 WS-BD-RESULT-DATE
               WS-BD-RESULT-COUNT.
           IF WS-BD-RESULT-COUNT = ZERO
               MOVE "N" TO WS-BD-FONCTION
               MOVE WS-ECHEANCE TO WS-BD-DATE-1
               CALL "BusinessDayCalculator" USING WS-BD-FONCTION
                   WS-BD-DATE-1 WS-BD-DATE-2 WS-BD-RESULT-DATE
                   WS-BD-RESULT-COUNT
               MOVE WS-BD-RESULT-DATE TO WS-ECHEANCE
           END-IF.
       7000-JOUR-OUVRE-FIN.
           EXIT.

      * File the flow of WS-NV-* under the week of WS-ECHEANCE; a
      * date the business-day shift pushed past the horizon is
      * only counted.
       7100-AJOUTER-FLUX-DEB.
           IF WS-ECHEANCE > WS-FIN-HORIZON
               ADD 1 TO WS-HORS-HORIZON-CNT
           ELSE
               IF WS-FLUX-CNT >= 5000
                   DISPLAY "TABLE DES FLUX PLEINE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-NV-SEMAINE =
                       (FUNCTION INTEGER-OF-DATE(WS-ECHEANCE)
                        - WS-ENTIER-AUJOURDHUI) / 7 + 1
               ADD 1 TO WS-FLUX-CNT
               SET FLX TO WS-FLUX-CNT
               MOVE WS-NV-SEMAINE TO WS-FL-SEMAINE(FLX)
               MOVE WS-ECHEANCE TO WS-FL-DATE(FLX)
               MOVE WS-NV-CATEGORIE TO WS-FL-CATEGORIE(FLX)
               MOVE WS-NV-REFERENCE TO WS-FL-REFERENCE(FLX)
               MOVE WS-NV-MONTANT TO WS-FL-MONTANT(FLX)
               ADD WS-NV-MONTANT TO WS-CAT-TOTAL(WS-NV-CATEGORIE)
               ADD 1 TO WS-CAT-CNT(WS-NV-CATEGORIE)
               IF CAT-ENTREE(WS-NV-CATEGORIE)
                   ADD WS-NV-MONTANT
                       TO WS-SEM-ENTREES(WS-NV-SEMAINE)
               ELSE
                   ADD WS-NV-MONTANT
                       TO WS-SEM-SORTIES(WS-NV-SEMAINE)
               END-IF
           END-IF.
       7100-AJOUTER-FLUX-FIN.
           EXIT.

      * WS-JOUR-DU-MOIS of the projected month - the month's last
      * day when it is shorter - settled on a business day.
       7200-DATE-DU-MOIS-DEB.
           MOVE WS-MOIS-PROJETE TO WS-ECHEANCE(1:6).
           MOVE 01 TO WS-ECH-DD.
           CALL "MonthEndCutoffValidator" USING WS-ECHEANCE
               WS-MONTH-NAME WS-LAST-DAY-OF-MONTH WS-CUTOFF-SWITCH.
           IF WS-JOUR-DU-MOIS > WS-LAST-DAY-OF-MONTH
               MOVE WS-LAST-DAY-OF-MONTH TO WS-ECH-DD
           ELSE
               MOVE WS-JOUR-DU-MOIS TO WS-ECH-DD
           END-IF.
           PERFORM 7000-JOUR-OUVRE-DEB
              THRU 7000-JOUR-OUVRE-FIN.
       7200-DATE-DU-MOIS-FIN.
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
           IF SOLDE-CONNU
               MOVE WS-DATE-SOLDE TO WS-DATE-A-EDITER
               PERFORM 8200-EDITER-DATE-DEB
                  THRU 8200-EDITER-DATE-FIN
               MOVE WS-SOLDE-BANQUE TO WS-SOLDE-EDITE
               MOVE WS-SOLDE-MINIMUM TO WS-MONTANT-EDITE
               STRING "SOLDE BANCAIRE AU " WS-DATE-EDITEE " "
                      WS-SOLDE-EDITE "   MINIMUM " WS-MONTANT-EDITE
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE WS-SOLDE-MINIMUM TO WS-MONTANT-EDITE
               STRING "SOLDE BANCAIRE INCONNU - PROJECTION DEPUIS "
                      "ZERO   MINIMUM " WS-MONTANT-EDITE
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE WS-ENTETE-COLONNES TO REPORT-LINE.
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

       8200-EDITER-DATE-DEB.
           MOVE SPACES TO WS-DATE-EDITEE.
           STRING WS-DE-YYYY "-" WS-DE-MM "-" WS-DE-DD
                  DELIMITED BY SIZE INTO WS-DATE-EDITEE.
       8200-EDITER-DATE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "PREVISION DE TRESORERIE TERMINEE.".
           DISPLAY "FLUX PROJETES         : " WS-FLUX-CNT.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 8
               MOVE WS-CAT-TOTAL(WS-C) TO WS-MONTANT-EDITE
               DISPLAY "  " WS-CAT-NOM(WS-C) "        : "
                       WS-CAT-CNT(WS-C) " " WS-MONTANT-EDITE
           END-PERFORM.
           DISPLAY "HORS HORIZON          : " WS-HORS-HORIZON-CNT.
           DISPLAY "FOURNISSEUR BLOQUE    : " WS-BLOQUE-CNT.
           DISPLAY "IGNORES               : " WS-INVALIDE-CNT.
           MOVE WS-SOLDE-COURANT TO WS-SOLDE-EDITE.
           DISPLAY "SOLDE FIN D'HORIZON   : " WS-SOLDE-EDITE.
           DISPLAY "SEMAINES SOUS MINIMUM : " WS-ALERTE-CNT.
           DISPLAY "------------------------------------------------".

           IF WS-ALERTE-CNT > ZERO OR NOT SOLDE-CONNU
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-FIN.
           EXIT.
