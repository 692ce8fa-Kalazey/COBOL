       IDENTIFICATION DIVISION.
       PROGRAM-ID. FixedAssetDepreciation.
       AUTHOR. Mathieu.

      * Monthly depreciation of the fixed-asset master
      * Data/FIXED-ASSET-MASTER.txt. For the period on
      * Data/FIXED-ASSET-DEPR-PARM.txt - the current month when the
      * file is absent - every asset in service is charged, through
      * DepreciationCalculator, each month from the one after its
      * last depreciated period (or its month of acquisition) up to
      * the period, so a month the run was not launched is caught
      * up rather than lost. The charges of an asset make one
      * DOTAMORT line of the subledger register GlJournalPostBatch
      * takes into the ledger, dated the last day of the period and
      * naming the asset's accumulated-depreciation account; the
      * master keeps the new accumulated amount and period, and an
      * asset written off to its cost goes to status T. An asset
      * already depreciated for the period is passed over, which
      * makes a relaunch harmless. The report prints, asset by
      * asset, the cost, the charge of the run, the accumulated
      * depreciation and the net book value. Each charged asset
      * rides AuditTrailWriter and the run balances with
      * ControlTotals.cpy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ASSET-FILE ASSIGN DYNAMIC WS-ASSET-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-STATUS.

           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  FIXED-ASSET-DEPR-PARM.
           05 PRM-PERIODE           PIC 9(6).

       FD  ASSET-FILE.
           COPY "FixedAsset.cpy".

       FD  REGISTER-FILE.
           COPY "SubledgerRegister.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "FixedAssetDepr".

       01  WS-PARM-PATH             PIC X(40)
                             VALUE "Data/FIXED-ASSET-DEPR-PARM.txt".
       01  WS-ASSET-PATH            PIC X(40)
                                 VALUE "Data/FIXED-ASSET-MASTER.txt".
       01  WS-REGISTER-PATH         PIC X(40)
                             VALUE "Data/SUBLEDGER-GL-REGISTER.txt".
       01  WS-REPORT-PATH           PIC X(40)
                             VALUE "Data/FIXED-ASSET-DEPR-REPORT.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-ASSET-STATUS          PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-RUN-ID                PIC X(14).
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-PERIODE        PIC 9(6).
           05 FILLER                PIC 9(2).
       01  WS-RUN-DATE-EDITION REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME
                                    PIC X(8).

      * The charges are dated the last day of the period.
       01  WS-DATE-DOTATION         PIC 9(8).
       01  WS-DATE-DOTATION-GROUPE REDEFINES WS-DATE-DOTATION.
           05 WS-PERIODE            PIC 9(6).
           05 WS-JOUR-DOTATION      PIC 9(2).
       01  WS-MONTH-NAME            PIC X(9).
       01  WS-LAST-DAY-OF-MONTH     PIC 9(2).
       01  WS-CUTOFF-SWITCH         PIC X.

       01  WS-ASSET-CNT             PIC 9(4) VALUE ZERO.
       01  WS-I                     PIC 9(4).

       01  WS-ASSET-TABLE.
           05 WS-ASSET-ENTRY OCCURS 1000 TIMES
                   DEPENDING ON WS-ASSET-CNT
                   INDEXED BY AX.
               10 WS-F-RECORD       PIC X(135).

       01  WS-ACQUISITION           PIC 9(8).
       01  WS-ACQUISITION-GROUPE REDEFINES WS-ACQUISITION.
           05 WS-ACQ-PERIODE        PIC 9(6).
           05 FILLER                PIC 9(2).
       01  WS-MOIS                  PIC 9(6).
       01  WS-MOIS-GROUPE REDEFINES WS-MOIS.
           05 WS-MOIS-YYYY          PIC 9(4).
           05 WS-MOIS-MM            PIC 9(2).
       01  WS-DOT-CUMUL             PIC 9(9)V99.
       01  WS-DOT-PERIODE           PIC 9(6).
       01  WS-DOT-MOIS              PIC 9(9)V99.
       01  WS-DOTATION              PIC 9(9)V99.
       01  WS-CUMUL-AVANT           PIC 9(9)V99.
       01  WS-VNC                   PIC 9(9)V99.

       01  WS-DOTE-CNT              PIC 9(5) VALUE ZERO.
       01  WS-DEJA-CNT              PIC 9(5) VALUE ZERO.
       01  WS-HORS-SERVICE-CNT      PIC 9(5) VALUE ZERO.
       01  WS-AMORTI-CNT            PIC 9(5) VALUE ZERO.
       01  WS-DOTATION-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  WS-COUT-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-CUMUL-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  WS-VNC-TOTAL             PIC 9(11)V99 VALUE ZERO.

       01  WS-COUT-EDITE            PIC Z(8)9.99.
       01  WS-DOTATION-EDITE        PIC Z(8)9.99.
       01  WS-CUMUL-EDITE           PIC Z(8)9.99.
       01  WS-VNC-EDITE             PIC Z(8)9.99.
       01  WS-TOTAL-EDITE           PIC Z(10)9.99.
       01  WS-MENTION               PIC X(12).

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "FixedAssetDepr".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

       01  WS-RC-SAUVE              PIC S9(4) VALUE ZERO.

      * The detail line waiting while a page heading is written.
       01  WS-LIGNE-EN-ATTENTE      PIC X(100).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-AMORTIR-ASSET-DEB
              THRU 2000-AMORTIR-ASSET-FIN
              VARYING WS-I FROM 1 BY 1
              UNTIL WS-I > WS-ASSET-CNT.

           PERFORM 3000-SAUVEGARDER-MAITRE-DEB
              THRU 3000-SAUVEGARDER-MAITRE-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-RUN-ID.
           STRING WS-RUN-DATE WS-RUN-TIME-X(1:6)
                  DELIMITED BY SIZE INTO WS-RUN-ID.

           MOVE WS-RUN-PERIODE TO WS-PERIODE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PRM-PERIODE IS NUMERIC
                               AND PRM-PERIODE > ZERO
                           MOVE PRM-PERIODE TO WS-PERIODE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           MOVE 01 TO WS-JOUR-DOTATION.
           CALL "MonthEndCutoffValidator" USING WS-DATE-DOTATION
               WS-MONTH-NAME WS-LAST-DAY-OF-MONTH WS-CUTOFF-SWITCH.
           MOVE WS-LAST-DAY-OF-MONTH TO WS-JOUR-DOTATION.
           DISPLAY "DOTATION AUX AMORTISSEMENTS AU "
                   WS-DATE-DOTATION.

           PERFORM 1100-CHARGER-MAITRE-DEB
              THRU 1100-CHARGER-MAITRE-FIN.

           OPEN EXTEND REGISTER-FILE.
           IF WS-REGISTER-STATUS = "05" OR WS-REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REGISTER-FILE: "
                       WS-REGISTER-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE "FixedAssetDepreciation" TO RH-PROGRAM-ID.
           MOVE "DOTATIONS AMORTISS." TO RH-REPORT-TITLE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           PERFORM 8000-ECRIRE-ENTETE-DEB
              THRU 8000-ECRIRE-ENTETE-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

      * No master means no asset: the run prints an empty report
      * and books nothing.
       1100-CHARGER-MAITRE-DEB.
           OPEN INPUT ASSET-FILE.
           IF WS-ASSET-STATUS = "35"
               MOVE ZERO TO WS-ASSET-CNT
           ELSE
               IF WS-ASSET-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE ASSET-FILE: "
                           WS-ASSET-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-ASSET-STATUS = "10"
                   READ ASSET-FILE
                       AT END
                           MOVE "10" TO WS-ASSET-STATUS
                       NOT AT END
                           IF WS-ASSET-CNT < 1000
                               ADD 1 TO WS-ASSET-CNT
                               SET AX TO WS-ASSET-CNT
                               MOVE FIXED-ASSET-RECORD
                                   TO WS-F-RECORD(AX)
                           ELSE
                               DISPLAY "TABLE DES IMMOBILISATIONS "
                                       "PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSET-FILE
           END-IF.
       1100-CHARGER-MAITRE-FIN.
           EXIT.

      * One asset, worked on in the record area of the master.
       2000-AMORTIR-ASSET-DEB.
           MOVE WS-F-RECORD(WS-I) TO FIXED-ASSET-RECORD.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           ADD 1 TO CT-INPUT-HASH-TOTAL.
           MOVE ZERO TO WS-DOTATION.
           MOVE SPACES TO WS-MENTION.
           MOVE FA-DATE-ACQUISITION TO WS-ACQUISITION.

           EVALUATE TRUE
               WHEN FA-CEDE
                   ADD 1 TO WS-HORS-SERVICE-CNT
                   MOVE "CEDEE" TO WS-MENTION
               WHEN FA-AMORTI
                   ADD 1 TO WS-AMORTI-CNT
                   MOVE "AMORTIE" TO WS-MENTION
               WHEN WS-ACQ-PERIODE > WS-PERIODE
                   MOVE "NON ENTREE" TO WS-MENTION
               WHEN FA-DERNIERE-PERIODE >= WS-PERIODE
                   ADD 1 TO WS-DEJA-CNT
                   MOVE "DEJA DOTEE" TO WS-MENTION
               WHEN OTHER
                   PERFORM 2100-CALCULER-DOTATION-DEB
                      THRU 2100-CALCULER-DOTATION-FIN
           END-EVALUATE.

           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
           IF NOT FA-CEDE
               COMPUTE WS-VNC = FA-COUT - FA-AMORT-CUMULE
               ADD FA-COUT TO WS-COUT-TOTAL
               ADD FA-AMORT-CUMULE TO WS-CUMUL-TOTAL
               ADD WS-VNC TO WS-VNC-TOTAL
               MOVE FA-COUT TO WS-COUT-EDITE
               MOVE WS-DOTATION TO WS-DOTATION-EDITE
               MOVE FA-AMORT-CUMULE TO WS-CUMUL-EDITE
               MOVE WS-VNC TO WS-VNC-EDITE
               MOVE SPACES TO REPORT-LINE
               STRING FA-ID " " FA-LIBELLE(1:24) " " FA-METHODE
                      " " FA-DUREE-MOIS " " WS-COUT-EDITE
                      " " WS-DOTATION-EDITE " " WS-CUMUL-EDITE
                      " " WS-VNC-EDITE " " WS-MENTION
                      DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 8100-ECRIRE-LIGNE-DEB
                  THRU 8100-ECRIRE-LIGNE-FIN
           END-IF.

           MOVE FIXED-ASSET-RECORD TO WS-F-RECORD(WS-I).
       2000-AMORTIR-ASSET-FIN.
           EXIT.

      * Every month still due, one register line for the lot.
       2100-CALCULER-DOTATION-DEB.
           MOVE FA-AMORT-CUMULE TO WS-CUMUL-AVANT.
           IF FA-DERNIERE-PERIODE < WS-ACQ-PERIODE
               MOVE WS-ACQ-PERIODE TO WS-MOIS
           ELSE
               MOVE FA-DERNIERE-PERIODE TO WS-MOIS
               PERFORM 2300-MOIS-SUIVANT-DEB
                  THRU 2300-MOIS-SUIVANT-FIN
           END-IF.

           PERFORM 2200-DOTER-MOIS-DEB
              THRU 2200-DOTER-MOIS-FIN
              UNTIL WS-MOIS > WS-PERIODE
                 OR NOT FA-EN-SERVICE.
           MOVE WS-PERIODE TO FA-DERNIERE-PERIODE.

           IF WS-DOTATION > ZERO
               MOVE WS-RUN-ID TO SLR-RUN-ID
               MOVE "DOTAMORT" TO SLR-SOURCE
               MOVE WS-DATE-DOTATION TO SLR-DATE
               MOVE WS-DOTATION TO SLR-MONTANT
               MOVE SPACES TO SLR-REFERENCE
               STRING "IMMO " FA-ID " DOT. " WS-PERIODE
                      DELIMITED BY SIZE INTO SLR-REFERENCE
               MOVE FA-COMPTE-AMORT TO SLR-COMPTE
               WRITE SUBLEDGER-REGISTER-RECORD
               ADD WS-DOTATION TO WS-DOTATION-TOTAL
           END-IF.
           IF FA-AMORTI
               MOVE "FIN DE PLAN" TO WS-MENTION
           END-IF.
           ADD 1 TO WS-DOTE-CNT.

           MOVE WS-CUMUL-AVANT TO WS-CUMUL-EDITE.
           MOVE SPACES TO WS-AT-BEFORE.
           STRING FA-ID " AMORT. CUMULE " WS-CUMUL-EDITE
                  DELIMITED BY SIZE INTO WS-AT-BEFORE.
           MOVE FA-AMORT-CUMULE TO WS-CUMUL-EDITE.
           MOVE SPACES TO WS-AT-AFTER.
           STRING FA-ID " AMORT. CUMULE " WS-CUMUL-EDITE
                  " AU " WS-PERIODE " STATUT " FA-STATUT
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.
       2100-CALCULER-DOTATION-FIN.
           EXIT.

       2200-DOTER-MOIS-DEB.
           MOVE FA-AMORT-CUMULE TO WS-DOT-CUMUL.
           MOVE WS-MOIS TO WS-DOT-PERIODE.
           CALL "DepreciationCalculator" USING FA-METHODE FA-COUT
               FA-DUREE-MOIS FA-DATE-ACQUISITION WS-DOT-CUMUL
               WS-DOT-PERIODE WS-DOT-MOIS.
           ADD WS-DOT-MOIS TO FA-AMORT-CUMULE.
           ADD WS-DOT-MOIS TO WS-DOTATION.
           IF FA-AMORT-CUMULE >= FA-COUT
               MOVE "T" TO FA-STATUT
           END-IF.
           PERFORM 2300-MOIS-SUIVANT-DEB
              THRU 2300-MOIS-SUIVANT-FIN.
       2200-DOTER-MOIS-FIN.
           EXIT.

       2300-MOIS-SUIVANT-DEB.
           IF WS-MOIS-MM = 12
               ADD 1 TO WS-MOIS-YYYY
               MOVE 01 TO WS-MOIS-MM
           ELSE
               ADD 1 TO WS-MOIS-MM
           END-IF.
       2300-MOIS-SUIVANT-FIN.
           EXIT.

       3000-SAUVEGARDER-MAITRE-DEB.
           IF WS-ASSET-CNT > ZERO
               OPEN OUTPUT ASSET-FILE
               IF WS-ASSET-STATUS NOT = "00"
                   DISPLAY "ERREUR REECRITURE ASSET-FILE: "
                           WS-ASSET-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-ASSET-CNT
                   MOVE WS-F-RECORD(WS-I) TO FIXED-ASSET-RECORD
                   WRITE FIXED-ASSET-RECORD
               END-PERFORM
               CLOSE ASSET-FILE
           END-IF.
       3000-SAUVEGARDER-MAITRE-FIN.
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
           STRING "DOTATIONS DE LA PERIODE " WS-PERIODE
                  " - ECRITURES AU " WS-DATE-DOTATION
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "IMMO   LIBELLE                  M DUR"
                  "         COUT     DOTATION  AMORT. CUMULE"
                  "          VNC"
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
           MOVE WS-DOTATION-TOTAL TO WS-TOTAL-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL DOTATIONS (DOTAMORT)    " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           MOVE WS-COUT-TOTAL TO WS-TOTAL-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL COUTS EN SERVICE        " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           MOVE WS-CUMUL-TOTAL TO WS-TOTAL-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL AMORTISSEMENTS CUMULES  " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           MOVE WS-VNC-TOTAL TO WS-TOTAL-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL VALEUR NETTE COMPTABLE  " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.

           CLOSE REGISTER-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "DOTATION AUX AMORTISSEMENTS TERMINEE.".
           DISPLAY "IMMOBILISATIONS       : " WS-ASSET-CNT.
           DISPLAY "DOTEES                : " WS-DOTE-CNT.
           DISPLAY "DEJA DOTEES           : " WS-DEJA-CNT.
           DISPLAY "TOTALEMENT AMORTIES   : " WS-AMORTI-CNT.
           DISPLAY "CEDEES                : " WS-HORS-SERVICE-CNT.
           MOVE WS-DOTATION-TOTAL TO WS-TOTAL-EDITE.
           DISPLAY "TOTAL DES DOTATIONS   : " WS-TOTAL-EDITE.
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
