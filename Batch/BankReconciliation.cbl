       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankReconciliation.
       AUTHOR. Mathieu.

      * Reconciliation of the TRESORERIE BANQUE account (GL 512000)
      * with the bank, as at the last statement BankStatementIntake
      * took in. Bank side: the movements of the cumulative bank
      * statement file. Book side: the GL journal lines on 512000
      * dated (by their run date) up to the statement date, from
      * the origin of the statement series onward - lines before
      * it only make up the book balance at origin, set against the
      * bank's opening balance then. Opening entries (source
      * OUVERTUR) carry the balance forward and are left out.
      * Each bank movement is paired with one GL line of the same
      * amount in the matching direction (a bank credit is a debit
      * to 512000) within the date tolerance of
      * Data/BANK-RECON-PARM.txt (3 days when absent) - first where
      * the bank's reference starts with the GL reference's account
      * id, then on amount and date alone. A bank movement that
      * finds no GL line is looked for among the transfers of the
      * last DirectDepositExtract file (one by one on employee id,
      * or the whole batch as one debit) and the direct-debit
      * collections register MembershipDirectDebitBatch writes, so
      * the treasurer sees where it comes from - it still waits to
      * be booked. The report lists matched items, bank items not
      * in the books, book items not on the statement, transfers
      * and collections issued but not yet seen by the bank, and
      * the two adjusted balances: the bank's closing plus book
      * items outstanding, and the GL balance plus bank items not
      * booked. If they disagree, or the books did not agree with
      * the bank at origin, the run ends with condition code 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BALANCE-FILE ASSIGN DYNAMIC WS-BALANCE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT STATEMENT-FILE ASSIGN DYNAMIC WS-STATEMENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN DYNAMIC WS-GL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT TRANSFER-FILE ASSIGN DYNAMIC WS-TRANSFER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-STATUS.

           SELECT COLLECTION-FILE ASSIGN DYNAMIC WS-COLLECTION-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECTION-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  RECON-PARM-RECORD.
           05 PRM-TOLERANCE         PIC 9(2).

       FD  BALANCE-FILE.
       01  BANK-BALANCE-RECORD.
           05 BSB-DATE              PIC 9(8).
           05 BSB-SENS              PIC X(1).
           05 BSB-SOLDE             PIC 9(9)V99.
           05 BSB-ORIGINE-DATE      PIC 9(8).
           05 BSB-ORIGINE-SENS      PIC X(1).
           05 BSB-ORIGINE-SOLDE     PIC 9(9)V99.

       FD  STATEMENT-FILE.
       01  BANK-STATEMENT-RECORD.
           05 BKS-RELEVE            PIC 9(8).
           05 BKS-DATE              PIC 9(8).
           05 BKS-SENS              PIC X(1).
           05 BKS-MONTANT           PIC 9(9)V99.
           05 BKS-REFERENCE         PIC X(16).
           05 BKS-LIBELLE           PIC X(30).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           05 GLJ-RUN-ID            PIC X(14).
           05 GLJ-PERIODE           PIC 9(6).
           05 GLJ-SOURCE            PIC X(8).
           05 GLJ-COMPTE            PIC X(6).
           05 GLJ-SENS              PIC X(1).
           05 GLJ-MONTANT           PIC 9(9)V99.
           05 GLJ-REFERENCE         PIC X(24).

       FD  TRANSFER-FILE.
       01  TRANSFER-RECORD          PIC X(60).
       01  TRANSFER-HEADER REDEFINES TRANSFER-RECORD.
           05 TH-TYPE               PIC X(2).
           05 TH-FILE-ID            PIC X(10).
           05 TH-CREATION-DATE      PIC 9(8).
           05 FILLER                PIC X(40).
       01  TRANSFER-DETAIL REDEFINES TRANSFER-RECORD.
           05 TD-TYPE               PIC X(2).
           05 TD-BANK-CODE          PIC X(5).
           05 TD-BRANCH-CODE        PIC X(5).
           05 TD-ACCOUNT-NO         PIC X(11).
           05 TD-MONTANT            PIC 9(7)V99.
           05 TD-EMP-ID             PIC X(6).
           05 FILLER                PIC X(22).

       FD  COLLECTION-FILE.
       01  COLLECTION-RECORD.
           05 DDC-MBR-ID            PIC X(6).
           05 DDC-ACC-ID            PIC X(6).
           05 DDC-MONTANT           PIC 9(7)V99.
           05 DDC-DATE              PIC 9(8).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/BANK-RECON-PARM.txt".
       01  WS-BALANCE-PATH          PIC X(40)
                             VALUE "Data/BANK-STATEMENT-BALANCE.txt".
       01  WS-STATEMENT-PATH        PIC X(40)
                                 VALUE "Data/BANK-STATEMENT.txt".
       01  WS-GL-PATH               PIC X(40)
                                 VALUE "Data/GL-JOURNAL.txt".
       01  WS-TRANSFER-PATH         PIC X(40)
                                 VALUE "Data/BANK-TRANSFER-FILE.txt".
       01  WS-COLLECTION-PATH       PIC X(40)
                         VALUE "Data/DIRECT-DEBIT-COLLECTIONS.txt".
       01  WS-REPORT-PATH           PIC X(40)
                                 VALUE "Data/BANK-RECONCILIATION.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-BALANCE-STATUS        PIC XX.
       01  WS-STATEMENT-STATUS      PIC XX.
       01  WS-GL-STATUS             PIC XX.
       01  WS-TRANSFER-STATUS       PIC XX.
       01  WS-COLLECTION-STATUS     PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-CPT-TRESORERIE        PIC X(6) VALUE "512000".
       01  WS-TOLERANCE             PIC 9(2) VALUE 3.

       01  WS-DATE-RELEVE           PIC 9(8) VALUE ZERO.
       01  WS-ORIGINE-DATE          PIC 9(8) VALUE ZERO.
       01  WS-SOLDE-BANQUE          PIC S9(11)V99 VALUE ZERO.
       01  WS-SOLDE-ORIGINE         PIC S9(11)V99 VALUE ZERO.
       01  WS-COMPTA-ORIGINE        PIC S9(11)V99 VALUE ZERO.
       01  WS-SOLDE-COMPTA          PIC S9(11)V99 VALUE ZERO.
       01  WS-COMPTA-OUVERT         PIC S9(11)V99 VALUE ZERO.
       01  WS-BANQUE-OUVERT         PIC S9(11)V99 VALUE ZERO.
       01  WS-BANQUE-AJUSTE         PIC S9(11)V99.
       01  WS-COMPTA-AJUSTE         PIC S9(11)V99.
       01  WS-MONTANT-SIGNE         PIC S9(11)V99.
       01  WS-ECART-CNT             PIC 9(3) VALUE ZERO.

       01  WS-BQ-CNT                PIC 9(5) VALUE ZERO.
       01  WS-Q                     PIC 9(5).

       01  WS-BQ-TABLE.
           05 WS-BQ-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-BQ-CNT
                   INDEXED BY QX.
               10 WS-BQ-DATE        PIC 9(8).
               10 WS-BQ-JOUR        PIC 9(7).
               10 WS-BQ-SENS        PIC X(1).
               10 WS-BQ-MONTANT     PIC 9(9)V99.
               10 WS-BQ-REFERENCE   PIC X(16).
               10 WS-BQ-LIBELLE     PIC X(30).
               10 WS-BQ-ETAT        PIC X(1).
                   88 BQ-LIBRE      VALUE SPACE.
                   88 BQ-COMPTABLE  VALUE "G".
                   88 BQ-VIREMENT   VALUE "V".
                   88 BQ-LOT        VALUE "L".
                   88 BQ-PRELEVEMENT VALUE "P".
               10 WS-BQ-LIEN        PIC 9(5).

      * GL lines are held in the bank's view of the direction: a
      * debit to 512000 is money in, a bank credit.
       01  WS-GL-CNT                PIC 9(5) VALUE ZERO.
       01  WS-G                     PIC 9(5).

       01  WS-GL-TABLE.
           05 WS-GL-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-GL-CNT
                   INDEXED BY GX.
               10 WS-GL-DATE        PIC 9(8).
               10 WS-GL-JOUR        PIC 9(7).
               10 WS-GL-SENS        PIC X(1).
               10 WS-GL-MONTANT     PIC 9(9)V99.
               10 WS-GL-SOURCE      PIC X(8).
               10 WS-GL-REFERENCE   PIC X(24).
               10 WS-GL-ETAT        PIC X(1).
                   88 GL-LIBRE      VALUE SPACE.

       01  WS-VI-CNT                PIC 9(5) VALUE ZERO.
       01  WS-I                     PIC 9(5).
       01  WS-VIREMENT-DATE         PIC 9(8) VALUE ZERO.
       01  WS-VIREMENT-JOUR         PIC 9(7) VALUE ZERO.
       01  WS-VIREMENT-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  WS-LOT-SWITCH            PIC X VALUE "N".
           88 LOT-APPARIE           VALUE "Y".

       01  WS-VI-TABLE.
           05 WS-VI-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-VI-CNT
                   INDEXED BY IX.
               10 WS-VI-EMP-ID      PIC X(6).
               10 WS-VI-MONTANT     PIC 9(7)V99.
               10 WS-VI-ETAT        PIC X(1).
                   88 VI-LIBRE      VALUE SPACE.

       01  WS-PR-CNT                PIC 9(5) VALUE ZERO.
       01  WS-P                     PIC 9(5).

       01  WS-PR-TABLE.
           05 WS-PR-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-PR-CNT
                   INDEXED BY PX.
               10 WS-PR-MBR-ID      PIC X(6).
               10 WS-PR-ACC-ID      PIC X(6).
               10 WS-PR-MONTANT     PIC 9(7)V99.
               10 WS-PR-DATE        PIC 9(8).
               10 WS-PR-JOUR        PIC 9(7).
               10 WS-PR-ETAT        PIC X(1).
                   88 PR-LIBRE      VALUE SPACE.

       01  WS-REFERENCE-SWITCH      PIC X.
           88 AVEC-REFERENCE        VALUE "Y".
       01  WS-TROUVE                PIC 9(5).
       01  WS-ECART-JOURS           PIC S9(7).
       01  WS-GL-HORS-CNT           PIC 9(5) VALUE ZERO.
       01  WS-APPARIE-CNT           PIC 9(5) VALUE ZERO.
       01  WS-IDENTIFIE-CNT         PIC 9(5) VALUE ZERO.
       01  WS-BQ-SEULE-CNT          PIC 9(5) VALUE ZERO.
       01  WS-GL-SEULE-CNT          PIC 9(5) VALUE ZERO.

       01  WS-LIGNE-DATE            PIC 9(8).
       01  WS-LIGNE-SENS            PIC X(1).
       01  WS-LIGNE-MONTANT         PIC 9(9)V99.
       01  WS-LIGNE-REFERENCE       PIC X(24).
       01  WS-LIGNE-CONTREPARTIE    PIC X(36).
       01  WS-MONTANT-EDITE         PIC Z(8)9.99.
       01  WS-SOLDE-EDITE           PIC -(10)9.99.
       01  WS-LIBELLE-SOLDE         PIC X(48).

       01  WS-TODAY                 PIC 9(8).
       01  WS-TODAY-GROUPE REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY         PIC 9(4).
           05 WS-TODAY-MM           PIC 9(2).
           05 WS-TODAY-DD           PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-APPARIER-DEB
              THRU 2000-APPARIER-FIN.

           PERFORM 3000-EDITER-RAPPROCHES-DEB
              THRU 3000-EDITER-RAPPROCHES-FIN.

           PERFORM 4000-EDITER-BANQUE-SEULE-DEB
              THRU 4000-EDITER-BANQUE-SEULE-FIN.

           PERFORM 5000-EDITER-COMPTA-SEULE-DEB
              THRU 5000-EDITER-COMPTA-SEULE-FIN.

           PERFORM 5500-EDITER-EMIS-DEB
              THRU 5500-EDITER-EMIS-FIN.

           PERFORM 6000-EDITER-SOLDES-DEB
              THRU 6000-EDITER-SOLDES-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE "BankReconciliation" TO RH-PROGRAM-ID.
           MOVE "RAPPROCHEMENT 512000" TO RH-REPORT-TITLE.
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM 1100-CHARGER-PARM-DEB
              THRU 1100-CHARGER-PARM-FIN.
           PERFORM 1200-CHARGER-SOLDE-DEB
              THRU 1200-CHARGER-SOLDE-FIN.
           PERFORM 1300-CHARGER-RELEVE-DEB
              THRU 1300-CHARGER-RELEVE-FIN.
           PERFORM 1400-CHARGER-JOURNAL-DEB
              THRU 1400-CHARGER-JOURNAL-FIN.
           PERFORM 1500-CHARGER-VIREMENTS-DEB
              THRU 1500-CHARGER-VIREMENTS-FIN.
           PERFORM 1600-CHARGER-PRELEVEMENTS-DEB
              THRU 1600-CHARGER-PRELEVEMENTS-FIN.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-CHARGER-PARM-DEB.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-TOLERANCE IS NUMERIC
                           MOVE PRM-TOLERANCE TO WS-TOLERANCE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "BANK-RECON-PARM ABSENT - TOLERANCE PAR "
                       "DEFAUT " WS-TOLERANCE " JOURS"
           END-IF.
       1100-CHARGER-PARM-FIN.
           EXIT.

       1200-CHARGER-SOLDE-DEB.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS = "35"
               DISPLAY "AUCUN RELEVE BANCAIRE INTEGRE - RIEN A "
                       "RAPPROCHER"
               STOP RUN
           END-IF.
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE BALANCE-FILE: "
                       WS-BALANCE-STATUS
               STOP RUN
           END-IF.
           READ BALANCE-FILE
               AT END
                   DISPLAY "BALANCE-FILE VIDE - RIEN A RAPPROCHER"
                   CLOSE BALANCE-FILE
                   STOP RUN
           END-READ.
           MOVE BSB-DATE TO WS-DATE-RELEVE.
           MOVE BSB-ORIGINE-DATE TO WS-ORIGINE-DATE.
           IF BSB-SENS = "D"
               COMPUTE WS-SOLDE-BANQUE = ZERO - BSB-SOLDE
           ELSE
               MOVE BSB-SOLDE TO WS-SOLDE-BANQUE
           END-IF.
           IF BSB-ORIGINE-SENS = "D"
               COMPUTE WS-SOLDE-ORIGINE = ZERO - BSB-ORIGINE-SOLDE
           ELSE
               MOVE BSB-ORIGINE-SOLDE TO WS-SOLDE-ORIGINE
           END-IF.
           CLOSE BALANCE-FILE.
       1200-CHARGER-SOLDE-FIN.
           EXIT.

       1300-CHARGER-RELEVE-DEB.
           OPEN INPUT STATEMENT-FILE.
           IF WS-STATEMENT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE STATEMENT-FILE: "
                       WS-STATEMENT-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-STATEMENT-STATUS = "10"
               READ STATEMENT-FILE
                   AT END
                       MOVE "10" TO WS-STATEMENT-STATUS
                   NOT AT END
                       IF WS-BQ-CNT < 9999
                           ADD 1 TO WS-BQ-CNT
                           SET QX TO WS-BQ-CNT
                           MOVE BKS-DATE TO WS-BQ-DATE(QX)
                           COMPUTE WS-BQ-JOUR(QX) =
                               FUNCTION INTEGER-OF-DATE(BKS-DATE)
                           MOVE BKS-SENS TO WS-BQ-SENS(QX)
                           MOVE BKS-MONTANT TO WS-BQ-MONTANT(QX)
                           MOVE BKS-REFERENCE TO WS-BQ-REFERENCE(QX)
                           MOVE BKS-LIBELLE TO WS-BQ-LIBELLE(QX)
                           MOVE SPACE TO WS-BQ-ETAT(QX)
                           MOVE ZERO TO WS-BQ-LIEN(QX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STATEMENT-FILE.
       1300-CHARGER-RELEVE-FIN.
           EXIT.

      * The run date at the head of GLJ-RUN-ID dates each line;
      * a line without one falls on the first of its period.
       1400-CHARGER-JOURNAL-DEB.
           OPEN INPUT GL-JOURNAL-FILE.
           IF WS-GL-STATUS = "35"
               DISPLAY "GL-JOURNAL ABSENT - AUCUNE ECRITURE"
           ELSE
               IF WS-GL-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE GL-JOURNAL-FILE: "
                           WS-GL-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-GL-STATUS = "10"
                   READ GL-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-GL-STATUS
                       NOT AT END
                           IF GLJ-COMPTE = WS-CPT-TRESORERIE
                                   AND GLJ-SOURCE NOT = "OUVERTUR"
                               PERFORM 1410-RETENIR-LIGNE-DEB
                                  THRU 1410-RETENIR-LIGNE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL-FILE
           END-IF.
       1400-CHARGER-JOURNAL-FIN.
           EXIT.

       1410-RETENIR-LIGNE-DEB.
           IF GLJ-RUN-ID(1:8) IS NUMERIC
               MOVE GLJ-RUN-ID(1:8) TO WS-LIGNE-DATE
           ELSE
               COMPUTE WS-LIGNE-DATE = GLJ-PERIODE * 100 + 1
           END-IF.
           IF GLJ-SENS = "D"
               MOVE GLJ-MONTANT TO WS-MONTANT-SIGNE
           ELSE
               COMPUTE WS-MONTANT-SIGNE = ZERO - GLJ-MONTANT
           END-IF.

           IF WS-LIGNE-DATE > WS-DATE-RELEVE
               ADD 1 TO WS-GL-HORS-CNT
           ELSE
               ADD WS-MONTANT-SIGNE TO WS-SOLDE-COMPTA
               IF WS-LIGNE-DATE < WS-ORIGINE-DATE
                   ADD WS-MONTANT-SIGNE TO WS-COMPTA-ORIGINE
               ELSE
                   IF WS-GL-CNT < 9999
                       ADD 1 TO WS-GL-CNT
                       SET GX TO WS-GL-CNT
                       MOVE WS-LIGNE-DATE TO WS-GL-DATE(GX)
                       COMPUTE WS-GL-JOUR(GX) =
                           FUNCTION INTEGER-OF-DATE(WS-LIGNE-DATE)
                       IF GLJ-SENS = "D"
                           MOVE "C" TO WS-GL-SENS(GX)
                       ELSE
                           MOVE "D" TO WS-GL-SENS(GX)
                       END-IF
                       MOVE GLJ-MONTANT TO WS-GL-MONTANT(GX)
                       MOVE GLJ-SOURCE TO WS-GL-SOURCE(GX)
                       MOVE GLJ-REFERENCE TO WS-GL-REFERENCE(GX)
                       MOVE SPACE TO WS-GL-ETAT(GX)
                   END-IF
               END-IF
           END-IF.
       1410-RETENIR-LIGNE-FIN.
           EXIT.

      * Only the last transfer file is on disk; it is taken when
      * it was created on or before the statement date.
       1500-CHARGER-VIREMENTS-DEB.
           OPEN INPUT TRANSFER-FILE.
           IF WS-TRANSFER-STATUS = "35"
               DISPLAY "AUCUN FICHIER DE VIREMENTS"
           ELSE
               IF WS-TRANSFER-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE TRANSFER-FILE: "
                           WS-TRANSFER-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-TRANSFER-STATUS = "10"
                   READ TRANSFER-FILE
                       AT END
                           MOVE "10" TO WS-TRANSFER-STATUS
                       NOT AT END
                           PERFORM 1510-RETENIR-VIREMENT-DEB
                              THRU 1510-RETENIR-VIREMENT-FIN
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-FILE
           END-IF.
           IF WS-VIREMENT-DATE = ZERO
                   OR WS-VIREMENT-DATE > WS-DATE-RELEVE
               MOVE ZERO TO WS-VI-CNT
               MOVE ZERO TO WS-VIREMENT-TOTAL
           ELSE
               COMPUTE WS-VIREMENT-JOUR =
                   FUNCTION INTEGER-OF-DATE(WS-VIREMENT-DATE)
           END-IF.
       1500-CHARGER-VIREMENTS-FIN.
           EXIT.

       1510-RETENIR-VIREMENT-DEB.
           EVALUATE TH-TYPE
               WHEN "01"
                   IF TH-CREATION-DATE IS NUMERIC
                       MOVE TH-CREATION-DATE TO WS-VIREMENT-DATE
                   END-IF
               WHEN "02"
                   IF TD-MONTANT > ZERO AND WS-VI-CNT < 9999
                       ADD 1 TO WS-VI-CNT
                       SET IX TO WS-VI-CNT
                       MOVE TD-EMP-ID TO WS-VI-EMP-ID(IX)
                       MOVE TD-MONTANT TO WS-VI-MONTANT(IX)
                       MOVE SPACE TO WS-VI-ETAT(IX)
                       ADD TD-MONTANT TO WS-VIREMENT-TOTAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1510-RETENIR-VIREMENT-FIN.
           EXIT.

       1600-CHARGER-PRELEVEMENTS-DEB.
           OPEN INPUT COLLECTION-FILE.
           IF WS-COLLECTION-STATUS = "35"
               DISPLAY "AUCUN REGISTRE DE PRELEVEMENTS"
           ELSE
               IF WS-COLLECTION-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE COLLECTION-FILE: "
                           WS-COLLECTION-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-COLLECTION-STATUS = "10"
                   READ COLLECTION-FILE
                       AT END
                           MOVE "10" TO WS-COLLECTION-STATUS
                       NOT AT END
                           IF DDC-DATE >= WS-ORIGINE-DATE
                                   AND DDC-DATE <= WS-DATE-RELEVE
                                   AND WS-PR-CNT < 9999
                               ADD 1 TO WS-PR-CNT
                               SET PX TO WS-PR-CNT
                               MOVE DDC-MBR-ID TO WS-PR-MBR-ID(PX)
                               MOVE DDC-ACC-ID TO WS-PR-ACC-ID(PX)
                               MOVE DDC-MONTANT TO WS-PR-MONTANT(PX)
                               MOVE DDC-DATE TO WS-PR-DATE(PX)
                               COMPUTE WS-PR-JOUR(PX) =
                                   FUNCTION INTEGER-OF-DATE(DDC-DATE)
                               MOVE SPACE TO WS-PR-ETAT(PX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLECTION-FILE
           END-IF.
       1600-CHARGER-PRELEVEMENTS-FIN.
           EXIT.

      * Matching runs tightest first: GL on reference, GL on
      * amount and date, then the transfers and the collections
      * for what the books have not seen yet.
       2000-APPARIER-DEB.
           MOVE "Y" TO WS-REFERENCE-SWITCH.
           PERFORM 2100-APPARIER-GL-DEB
              THRU 2100-APPARIER-GL-FIN
              VARYING WS-Q FROM 1 BY 1
              UNTIL WS-Q > WS-BQ-CNT.
           MOVE "N" TO WS-REFERENCE-SWITCH.
           PERFORM 2100-APPARIER-GL-DEB
              THRU 2100-APPARIER-GL-FIN
              VARYING WS-Q FROM 1 BY 1
              UNTIL WS-Q > WS-BQ-CNT.

           MOVE "Y" TO WS-REFERENCE-SWITCH.
           PERFORM 2200-APPARIER-VIREMENT-DEB
              THRU 2200-APPARIER-VIREMENT-FIN
              VARYING WS-Q FROM 1 BY 1
              UNTIL WS-Q > WS-BQ-CNT.
           PERFORM 2300-APPARIER-LOT-DEB
              THRU 2300-APPARIER-LOT-FIN
              VARYING WS-Q FROM 1 BY 1
              UNTIL WS-Q > WS-BQ-CNT.
           MOVE "N" TO WS-REFERENCE-SWITCH.
           PERFORM 2200-APPARIER-VIREMENT-DEB
              THRU 2200-APPARIER-VIREMENT-FIN
              VARYING WS-Q FROM 1 BY 1
              UNTIL WS-Q > WS-BQ-CNT.

           MOVE "Y" TO WS-REFERENCE-SWITCH.
           PERFORM 2400-APPARIER-PRELEVEMENT-DEB
              THRU 2400-APPARIER-PRELEVEMENT-FIN
              VARYING WS-Q FROM 1 BY 1
              UNTIL WS-Q > WS-BQ-CNT.
           MOVE "N" TO WS-REFERENCE-SWITCH.
           PERFORM 2400-APPARIER-PRELEVEMENT-DEB
              THRU 2400-APPARIER-PRELEVEMENT-FIN
              VARYING WS-Q FROM 1 BY 1
              UNTIL WS-Q > WS-BQ-CNT.
       2000-APPARIER-FIN.
           EXIT.

       2100-APPARIER-GL-DEB.
           IF BQ-LIBRE(WS-Q)
               MOVE ZERO TO WS-TROUVE
               PERFORM VARYING WS-G FROM 1 BY 1
                       UNTIL WS-G > WS-GL-CNT OR WS-TROUVE > ZERO
                   IF GL-LIBRE(WS-G)
                           AND WS-GL-MONTANT(WS-G) = WS-BQ-MONTANT(WS-Q)
                           AND WS-GL-SENS(WS-G) = WS-BQ-SENS(WS-Q)
                       COMPUTE WS-ECART-JOURS =
                               WS-BQ-JOUR(WS-Q) - WS-GL-JOUR(WS-G)
                       IF WS-ECART-JOURS < ZERO
                           COMPUTE WS-ECART-JOURS =
                                   ZERO - WS-ECART-JOURS
                       END-IF
                       IF WS-ECART-JOURS <= WS-TOLERANCE
                           IF NOT AVEC-REFERENCE
                               MOVE WS-G TO WS-TROUVE
                           ELSE
                               IF WS-BQ-REFERENCE(WS-Q)(1:6)
                                       = WS-GL-REFERENCE(WS-G)(1:6)
                                       AND WS-GL-REFERENCE(WS-G)(1:6)
                                           NOT = SPACES
                                   MOVE WS-G TO WS-TROUVE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-TROUVE > ZERO
                   MOVE "G" TO WS-BQ-ETAT(WS-Q)
                   MOVE WS-TROUVE TO WS-BQ-LIEN(WS-Q)
                   MOVE "G" TO WS-GL-ETAT(WS-TROUVE)
                   ADD 1 TO WS-APPARIE-CNT
               END-IF
           END-IF.
       2100-APPARIER-GL-FIN.
           EXIT.

       2200-APPARIER-VIREMENT-DEB.
           IF BQ-LIBRE(WS-Q) AND WS-BQ-SENS(WS-Q) = "D"
               COMPUTE WS-ECART-JOURS =
                       WS-BQ-JOUR(WS-Q) - WS-VIREMENT-JOUR
               IF WS-ECART-JOURS < ZERO
                   COMPUTE WS-ECART-JOURS = ZERO - WS-ECART-JOURS
               END-IF
               MOVE ZERO TO WS-TROUVE
               IF WS-ECART-JOURS <= WS-TOLERANCE
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-VI-CNT OR WS-TROUVE > ZERO
                       IF VI-LIBRE(WS-I)
                               AND WS-VI-MONTANT(WS-I)
                                   = WS-BQ-MONTANT(WS-Q)
                           IF NOT AVEC-REFERENCE
                                   OR WS-BQ-REFERENCE(WS-Q)(1:6)
                                       = WS-VI-EMP-ID(WS-I)
                               MOVE WS-I TO WS-TROUVE
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-TROUVE > ZERO
                   MOVE "V" TO WS-BQ-ETAT(WS-Q)
                   MOVE WS-TROUVE TO WS-BQ-LIEN(WS-Q)
                   MOVE "V" TO WS-VI-ETAT(WS-TROUVE)
                   ADD 1 TO WS-IDENTIFIE-CNT
               END-IF
           END-IF.
       2200-APPARIER-VIREMENT-FIN.
           EXIT.

      * The bank may debit the whole transfer file as one amount;
      * that clears every transfer not already seen one by one.
       2300-APPARIER-LOT-DEB.
           IF BQ-LIBRE(WS-Q) AND WS-BQ-SENS(WS-Q) = "D"
                   AND NOT LOT-APPARIE
                   AND WS-VIREMENT-TOTAL > ZERO
                   AND WS-BQ-MONTANT(WS-Q) = WS-VIREMENT-TOTAL
               COMPUTE WS-ECART-JOURS =
                       WS-BQ-JOUR(WS-Q) - WS-VIREMENT-JOUR
               IF WS-ECART-JOURS < ZERO
                   COMPUTE WS-ECART-JOURS = ZERO - WS-ECART-JOURS
               END-IF
               IF WS-ECART-JOURS <= WS-TOLERANCE
                   SET LOT-APPARIE TO TRUE
                   MOVE "L" TO WS-BQ-ETAT(WS-Q)
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-VI-CNT
                       MOVE "L" TO WS-VI-ETAT(WS-I)
                   END-PERFORM
                   ADD 1 TO WS-IDENTIFIE-CNT
               END-IF
           END-IF.
       2300-APPARIER-LOT-FIN.
           EXIT.

       2400-APPARIER-PRELEVEMENT-DEB.
           IF BQ-LIBRE(WS-Q) AND WS-BQ-SENS(WS-Q) = "C"
               MOVE ZERO TO WS-TROUVE
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PR-CNT OR WS-TROUVE > ZERO
                   IF PR-LIBRE(WS-P)
                           AND WS-PR-MONTANT(WS-P) = WS-BQ-MONTANT(WS-Q)
                       COMPUTE WS-ECART-JOURS =
                               WS-BQ-JOUR(WS-Q) - WS-PR-JOUR(WS-P)
                       IF WS-ECART-JOURS < ZERO
                           COMPUTE WS-ECART-JOURS =
                                   ZERO - WS-ECART-JOURS
                       END-IF
                       IF WS-ECART-JOURS <= WS-TOLERANCE
                           IF NOT AVEC-REFERENCE
                                   OR WS-BQ-REFERENCE(WS-Q)(1:6)
                                       = WS-PR-MBR-ID(WS-P)
                                   OR WS-BQ-REFERENCE(WS-Q)(1:6)
                                       = WS-PR-ACC-ID(WS-P)
                               MOVE WS-P TO WS-TROUVE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-TROUVE > ZERO
                   MOVE "P" TO WS-BQ-ETAT(WS-Q)
                   MOVE WS-TROUVE TO WS-BQ-LIEN(WS-Q)
                   MOVE "P" TO WS-PR-ETAT(WS-TROUVE)
                   ADD 1 TO WS-IDENTIFIE-CNT
               END-IF
           END-IF.
       2400-APPARIER-PRELEVEMENT-FIN.
           EXIT.

       3000-EDITER-RAPPROCHES-DEB.
           MOVE "OPERATIONS RAPPROCHEES" TO WS-LIBELLE-SOLDE.
           PERFORM 6800-IMPRIMER-TITRE-DEB
              THRU 6800-IMPRIMER-TITRE-FIN.
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > WS-BQ-CNT
               IF BQ-COMPTABLE(WS-Q)
                   MOVE WS-BQ-LIEN(WS-Q) TO WS-G
                   MOVE SPACES TO WS-LIGNE-CONTREPARTIE
                   STRING WS-GL-SOURCE(WS-G) " "
                          WS-GL-REFERENCE(WS-G)
                          DELIMITED BY SIZE
                          INTO WS-LIGNE-CONTREPARTIE
                   PERFORM 3100-LIGNE-BANQUE-DEB
                      THRU 3100-LIGNE-BANQUE-FIN
               END-IF
           END-PERFORM.
       3000-EDITER-RAPPROCHES-FIN.
           EXIT.

       3100-LIGNE-BANQUE-DEB.
           MOVE WS-BQ-DATE(WS-Q) TO WS-LIGNE-DATE.
           MOVE WS-BQ-SENS(WS-Q) TO WS-LIGNE-SENS.
           MOVE WS-BQ-MONTANT(WS-Q) TO WS-LIGNE-MONTANT.
           MOVE WS-BQ-REFERENCE(WS-Q) TO WS-LIGNE-REFERENCE.
           PERFORM 6700-IMPRIMER-LIGNE-DEB
              THRU 6700-IMPRIMER-LIGNE-FIN.
       3100-LIGNE-BANQUE-FIN.
           EXIT.

       4000-EDITER-BANQUE-SEULE-DEB.
           MOVE "OPERATIONS BANCAIRES NON COMPTABILISEES"
               TO WS-LIBELLE-SOLDE.
           PERFORM 6800-IMPRIMER-TITRE-DEB
              THRU 6800-IMPRIMER-TITRE-FIN.
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > WS-BQ-CNT
               IF NOT BQ-COMPTABLE(WS-Q)
                   PERFORM 4100-LIGNE-BANQUE-SEULE-DEB
                      THRU 4100-LIGNE-BANQUE-SEULE-FIN
               END-IF
           END-PERFORM.
       4000-EDITER-BANQUE-SEULE-FIN.
           EXIT.

       4100-LIGNE-BANQUE-SEULE-DEB.
           ADD 1 TO WS-BQ-SEULE-CNT.
           IF WS-BQ-SENS(WS-Q) = "C"
               ADD WS-BQ-MONTANT(WS-Q) TO WS-BANQUE-OUVERT
           ELSE
               SUBTRACT WS-BQ-MONTANT(WS-Q) FROM WS-BANQUE-OUVERT
           END-IF.

           MOVE SPACES TO WS-LIGNE-CONTREPARTIE.
           EVALUATE TRUE
               WHEN BQ-VIREMENT(WS-Q)
                   MOVE WS-BQ-LIEN(WS-Q) TO WS-I
                   STRING "VIREMENT PAIE " WS-VI-EMP-ID(WS-I)
                          DELIMITED BY SIZE
                          INTO WS-LIGNE-CONTREPARTIE
               WHEN BQ-LOT(WS-Q)
                   STRING "LOT DE VIREMENTS PAIE DU "
                          WS-VIREMENT-DATE
                          DELIMITED BY SIZE
                          INTO WS-LIGNE-CONTREPARTIE
               WHEN BQ-PRELEVEMENT(WS-Q)
                   MOVE WS-BQ-LIEN(WS-Q) TO WS-P
                   STRING "PRELEVEMENT MEMBRE " WS-PR-MBR-ID(WS-P)
                          " CPT " WS-PR-ACC-ID(WS-P)
                          DELIMITED BY SIZE
                          INTO WS-LIGNE-CONTREPARTIE
               WHEN OTHER
                   MOVE WS-BQ-LIBELLE(WS-Q) TO WS-LIGNE-CONTREPARTIE
           END-EVALUATE.
           PERFORM 3100-LIGNE-BANQUE-DEB
              THRU 3100-LIGNE-BANQUE-FIN.
       4100-LIGNE-BANQUE-SEULE-FIN.
           EXIT.

      * Book items are printed in the GL's own direction.
       5000-EDITER-COMPTA-SEULE-DEB.
           MOVE "ECRITURES 512000 NON PASSEES EN BANQUE"
               TO WS-LIBELLE-SOLDE.
           PERFORM 6800-IMPRIMER-TITRE-DEB
              THRU 6800-IMPRIMER-TITRE-FIN.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GL-CNT
               IF GL-LIBRE(WS-G)
                   ADD 1 TO WS-GL-SEULE-CNT
                   MOVE WS-GL-DATE(WS-G) TO WS-LIGNE-DATE
                   MOVE WS-GL-MONTANT(WS-G) TO WS-LIGNE-MONTANT
                   MOVE WS-GL-REFERENCE(WS-G) TO WS-LIGNE-REFERENCE
                   MOVE WS-GL-SOURCE(WS-G) TO WS-LIGNE-CONTREPARTIE
                   IF WS-GL-SENS(WS-G) = "C"
                       MOVE "D" TO WS-LIGNE-SENS
                       ADD WS-GL-MONTANT(WS-G) TO WS-COMPTA-OUVERT
                   ELSE
                       MOVE "C" TO WS-LIGNE-SENS
                       SUBTRACT WS-GL-MONTANT(WS-G)
                           FROM WS-COMPTA-OUVERT
                   END-IF
                   PERFORM 6700-IMPRIMER-LIGNE-DEB
                      THRU 6700-IMPRIMER-LIGNE-FIN
               END-IF
           END-PERFORM.
       5000-EDITER-COMPTA-SEULE-FIN.
           EXIT.

      * Information only: neither the transfers nor the
      * collections register are in the GL balance.
       5500-EDITER-EMIS-DEB.
           MOVE "VIREMENTS ET PRELEVEMENTS NON VUS PAR LA BANQUE"
               TO WS-LIBELLE-SOLDE.
           PERFORM 6800-IMPRIMER-TITRE-DEB
              THRU 6800-IMPRIMER-TITRE-FIN.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-VI-CNT
               IF VI-LIBRE(WS-I)
                   MOVE WS-VIREMENT-DATE TO WS-LIGNE-DATE
                   MOVE "D" TO WS-LIGNE-SENS
                   MOVE WS-VI-MONTANT(WS-I) TO WS-LIGNE-MONTANT
                   MOVE WS-VI-EMP-ID(WS-I) TO WS-LIGNE-REFERENCE
                   MOVE "VIREMENT PAIE" TO WS-LIGNE-CONTREPARTIE
                   PERFORM 6700-IMPRIMER-LIGNE-DEB
                      THRU 6700-IMPRIMER-LIGNE-FIN
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PR-CNT
               IF PR-LIBRE(WS-P)
                   MOVE WS-PR-DATE(WS-P) TO WS-LIGNE-DATE
                   MOVE "C" TO WS-LIGNE-SENS
                   MOVE WS-PR-MONTANT(WS-P) TO WS-LIGNE-MONTANT
                   MOVE WS-PR-MBR-ID(WS-P) TO WS-LIGNE-REFERENCE
                   MOVE SPACES TO WS-LIGNE-CONTREPARTIE
                   STRING "PRELEVEMENT CPT " WS-PR-ACC-ID(WS-P)
                          DELIMITED BY SIZE
                          INTO WS-LIGNE-CONTREPARTIE
                   PERFORM 6700-IMPRIMER-LIGNE-DEB
                      THRU 6700-IMPRIMER-LIGNE-FIN
               END-IF
           END-PERFORM.
       5500-EDITER-EMIS-FIN.
           EXIT.

      * Bank closing plus book items outstanding against GL
      * balance plus bank items not booked; and at origin, the
      * bank's opening against the books' balance then.
       6000-EDITER-SOLDES-DEB.
           COMPUTE WS-BANQUE-AJUSTE = WS-SOLDE-BANQUE
                                    + WS-COMPTA-OUVERT.
           COMPUTE WS-COMPTA-AJUSTE = WS-SOLDE-COMPTA
                                    + WS-BANQUE-OUVERT.

           MOVE "SOLDES ET CONCORDANCE" TO WS-LIBELLE-SOLDE.
           PERFORM 6800-IMPRIMER-TITRE-DEB
              THRU 6800-IMPRIMER-TITRE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "RELEVE DU " WS-DATE-RELEVE
                  "   ORIGINE DU RAPPROCHEMENT " WS-ORIGINE-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "SOLDE BANQUE AU RELEVE" TO WS-LIBELLE-SOLDE.
           MOVE WS-SOLDE-BANQUE TO WS-SOLDE-EDITE.
           PERFORM 6600-LIGNE-SOLDE-DEB THRU 6600-LIGNE-SOLDE-FIN.
           MOVE "+ ECRITURES NON PASSEES EN BANQUE"
               TO WS-LIBELLE-SOLDE.
           MOVE WS-COMPTA-OUVERT TO WS-SOLDE-EDITE.
           PERFORM 6600-LIGNE-SOLDE-DEB THRU 6600-LIGNE-SOLDE-FIN.
           MOVE "= SOLDE BANQUE AJUSTE" TO WS-LIBELLE-SOLDE.
           MOVE WS-BANQUE-AJUSTE TO WS-SOLDE-EDITE.
           PERFORM 6600-LIGNE-SOLDE-DEB THRU 6600-LIGNE-SOLDE-FIN.

           MOVE "SOLDE COMPTABLE 512000" TO WS-LIBELLE-SOLDE.
           MOVE WS-SOLDE-COMPTA TO WS-SOLDE-EDITE.
           PERFORM 6600-LIGNE-SOLDE-DEB THRU 6600-LIGNE-SOLDE-FIN.
           MOVE "+ OPERATIONS BANCAIRES NON COMPTABILISEES"
               TO WS-LIBELLE-SOLDE.
           MOVE WS-BANQUE-OUVERT TO WS-SOLDE-EDITE.
           PERFORM 6600-LIGNE-SOLDE-DEB THRU 6600-LIGNE-SOLDE-FIN.
           MOVE "= SOLDE COMPTABLE AJUSTE" TO WS-LIBELLE-SOLDE.
           MOVE WS-COMPTA-AJUSTE TO WS-SOLDE-EDITE.
           PERFORM 6600-LIGNE-SOLDE-DEB THRU 6600-LIGNE-SOLDE-FIN.

           MOVE "SOLDE BANQUE A L'ORIGINE" TO WS-LIBELLE-SOLDE.
           MOVE WS-SOLDE-ORIGINE TO WS-SOLDE-EDITE.
           PERFORM 6600-LIGNE-SOLDE-DEB THRU 6600-LIGNE-SOLDE-FIN.
           MOVE "SOLDE COMPTABLE A L'ORIGINE" TO WS-LIBELLE-SOLDE.
           MOVE WS-COMPTA-ORIGINE TO WS-SOLDE-EDITE.
           PERFORM 6600-LIGNE-SOLDE-DEB THRU 6600-LIGNE-SOLDE-FIN.

           MOVE SPACES TO REPORT-LINE.
           IF WS-BANQUE-AJUSTE NOT = WS-COMPTA-AJUSTE
               ADD 1 TO WS-ECART-CNT
               MOVE "*** SOLDES AJUSTES EN ECART ***" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-SOLDE-ORIGINE NOT = WS-COMPTA-ORIGINE
               ADD 1 TO WS-ECART-CNT
               MOVE "*** ECART A L'ORIGINE NON JUSTIFIE ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-ECART-CNT = ZERO
               MOVE "SOLDES AJUSTES CONCORDANTS" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       6000-EDITER-SOLDES-FIN.
           EXIT.

       6600-LIGNE-SOLDE-DEB.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-LIBELLE-SOLDE " " WS-SOLDE-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
       6600-LIGNE-SOLDE-FIN.
           EXIT.

       6700-IMPRIMER-LIGNE-DEB.
           PERFORM 6900-IMPRIMER-ENTETE-DEB
              THRU 6900-IMPRIMER-ENTETE-FIN.
           MOVE WS-LIGNE-MONTANT TO WS-MONTANT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-LIGNE-DATE " " WS-LIGNE-SENS " "
                  WS-MONTANT-EDITE " " WS-LIGNE-REFERENCE " "
                  WS-LIGNE-CONTREPARTIE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       6700-IMPRIMER-LIGNE-FIN.
           EXIT.

       6800-IMPRIMER-TITRE-DEB.
           PERFORM 6900-IMPRIMER-ENTETE-DEB
              THRU 6900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LIBELLE-SOLDE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.
       6800-IMPRIMER-TITRE-FIN.
           EXIT.

       6900-IMPRIMER-ENTETE-DEB.
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
               STRING "DATE     S      MONTANT "
                      "REFERENCE                CONTREPARTIE"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE

               MOVE ZERO TO RH-LINE-COUNT
           END-IF.
       6900-IMPRIMER-ENTETE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "RAPPROCHEMENT BANCAIRE AU " WS-DATE-RELEVE.
           DISPLAY "MOUVEMENTS BANCAIRES  : " WS-BQ-CNT.
           DISPLAY "ECRITURES 512000      : " WS-GL-CNT.
           DISPLAY "RAPPROCHES            : " WS-APPARIE-CNT.
           DISPLAY "IDENTIFIES HORS GL    : " WS-IDENTIFIE-CNT.
           DISPLAY "BANQUE NON COMPTABILISE: " WS-BQ-SEULE-CNT.
           DISPLAY "COMPTA NON EN BANQUE  : " WS-GL-SEULE-CNT.
           DISPLAY "ECRITURES POSTERIEURES: " WS-GL-HORS-CNT.
           MOVE WS-BANQUE-AJUSTE TO WS-SOLDE-EDITE.
           DISPLAY "SOLDE BANQUE AJUSTE   : " WS-SOLDE-EDITE.
           MOVE WS-COMPTA-AJUSTE TO WS-SOLDE-EDITE.
           DISPLAY "SOLDE COMPTABLE AJUSTE: " WS-SOLDE-EDITE.
           IF WS-ECART-CNT > ZERO
               DISPLAY "RAPPROCHEMENT EN ECART - CODE CONDITION 8"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "RAPPROCHEMENT CONCORDANT."
           END-IF.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
