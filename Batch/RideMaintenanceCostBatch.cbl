       IDENTIFICATION DIVISION.
       PROGRAM-ID. RideMaintenanceCostBatch.
       AUTHOR. Mathieu.

      * Monthly maintenance cost per ride. For the period on
      * Data/RIDE-MAINT-COST-PARM.txt - the current month when the
      * file is absent, as for FixedAssetDepreciation - the labour
      * and parts lines RideWorkOrderBatch appended to
      * Data/RIDE-WORK-ORDER-LINES.txt are totalled by ride: the
      * hours, the labour and the parts of the month, and the cost
      * of every line up to the end of the month. That running
      * cost is carried to the fixed-asset record of the ride - the
      * asset in service naming the ride code - as its maintenance
      * cumul through the period, so the asset register shows what
      * the ride costs to keep next to what it is still worth. The
      * cumul is recomputed from the lines on every run, so running
      * the month again, or again later in the month, only brings it
      * up to date; a period older than the one the asset already
      * carries leaves it alone. A ride with maintenance cost and
      * no asset to carry it is listed as such and ends the run with
      * condition code 4. Each asset updated rides AuditTrailWriter.
      * Nothing is booked to the ledger here: the parts were bought
      * through payables and the labour is in the payroll.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT WORK-ORDER-LINE-FILE ASSIGN DYNAMIC WS-WOL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WOL-STATUS.

           SELECT ASSET-FILE ASSIGN DYNAMIC WS-ASSET-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  RIDE-MAINT-COST-PARM.
           05 PRM-PERIODE           PIC 9(6).

       FD  WORK-ORDER-LINE-FILE.
           COPY "RideWorkOrderLine.cpy".

       FD  ASSET-FILE.
           COPY "FixedAsset.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/RIDE-MAINT-COST-PARM.txt".
       01  WS-WOL-PATH              PIC X(40)
                               VALUE "Data/RIDE-WORK-ORDER-LINES.txt".
       01  WS-ASSET-PATH            PIC X(40)
                                 VALUE "Data/FIXED-ASSET-MASTER.txt".
       01  WS-REPORT-PATH           PIC X(40)
                              VALUE "Data/RIDE-MAINT-COST-REPORT.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-WOL-STATUS            PIC XX.
       01  WS-ASSET-STATUS          PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-PERIODE        PIC 9(6).
           05 FILLER                PIC 9(2).
       01  WS-RUN-DATE-EDITION REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).
       01  WS-PERIODE               PIC 9(6).
       01  WS-LIGNE-PERIODE         PIC 9(6).

       01  WS-ASSET-CNT             PIC 9(4) VALUE ZERO.
       01  WS-I                     PIC 9(4).
       01  WS-ASSET-TABLE.
           05 WS-ASSET-ENTRY OCCURS 1000 TIMES
                   DEPENDING ON WS-ASSET-CNT
                   INDEXED BY AX.
               10 WS-F-RECORD       PIC X(135).

      * One entry per ride found on the lines, with the asset that
      * carries it once matched.
       01  WS-MANEGE-CNT            PIC 9(3) VALUE ZERO.
       01  WS-M                     PIC 9(3).
       01  WS-M-TROUVE              PIC 9(3).
       01  WS-MANEGE-TABLE.
           05 WS-MANEGE-ENTRY OCCURS 200 TIMES
                   DEPENDING ON WS-MANEGE-CNT
                   INDEXED BY MX.
               10 WS-R-MANEGE       PIC X(10).
               10 WS-R-HEURES       PIC 9(5)V9.
               10 WS-R-MO           PIC 9(7)V99.
               10 WS-R-PIECES       PIC 9(7)V99.
               10 WS-R-CUMUL        PIC 9(9)V99.
               10 WS-R-IMMO         PIC X(6).

       01  WS-LIGNES-CNT            PIC 9(7) VALUE ZERO.
       01  WS-IMPUTE-CNT            PIC 9(4) VALUE ZERO.
       01  WS-ANTERIEUR-CNT         PIC 9(4) VALUE ZERO.
       01  WS-SANS-IMMO-CNT         PIC 9(3) VALUE ZERO.
       01  WS-MOIS-TOTAL            PIC 9(9)V99 VALUE ZERO.
       01  WS-MOIS-COUT             PIC 9(8)V99.
       01  WS-CUMUL-AVANT           PIC 9(9)V99.

       01  WS-HEURES-EDITE          PIC Z(4)9.9.
       01  WS-MO-EDITE              PIC Z(6)9.99.
       01  WS-PIECES-EDITE          PIC Z(6)9.99.
       01  WS-MOIS-EDITE            PIC Z(7)9.99.
       01  WS-CUMUL-EDITE           PIC Z(8)9.99.
       01  WS-TOTAL-EDITE           PIC Z(8)9.99.
       01  WS-MENTION               PIC X(20).

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                    VALUE "RideMaintenanceCost".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TOTALISER-LIGNES-DEB
              THRU 2000-TOTALISER-LIGNES-FIN.

           PERFORM 3000-IMPUTER-MANEGE-DEB
              THRU 3000-IMPUTER-MANEGE-FIN
              VARYING WS-M FROM 1 BY 1
              UNTIL WS-M > WS-MANEGE-CNT.

           IF WS-IMPUTE-CNT > ZERO
               PERFORM 4000-SAUVEGARDER-MAITRE-DEB
                  THRU 4000-SAUVEGARDER-MAITRE-FIN
           END-IF.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

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
           DISPLAY "COUT D'ENTRETIEN DES MANEGES - PERIODE "
                   WS-PERIODE.

           PERFORM 1100-CHARGER-MAITRE-DEB
              THRU 1100-CHARGER-MAITRE-FIN.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE "RideMaintenanceCostBatch" TO RH-PROGRAM-ID.
           MOVE "ENTRETIEN MANEGES" TO RH-REPORT-TITLE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           PERFORM 8000-ECRIRE-ENTETE-DEB
              THRU 8000-ECRIRE-ENTETE-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

      * No master means no asset: every ride with cost is listed
      * without one.
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

      * Lines after the period are not counted; lines of the period
      * make the month, every line counted makes the cumul.
       2000-TOTALISER-LIGNES-DEB.
           OPEN INPUT WORK-ORDER-LINE-FILE.
           IF WS-WOL-STATUS = "00"
               PERFORM UNTIL WS-WOL-STATUS = "10"
                   READ WORK-ORDER-LINE-FILE
                       AT END
                           MOVE "10" TO WS-WOL-STATUS
                       NOT AT END
                           MOVE WOL-DATE(1:6) TO WS-LIGNE-PERIODE
                           IF WS-LIGNE-PERIODE <= WS-PERIODE
                               PERFORM 2100-CUMULER-LIGNE-DEB
                                  THRU 2100-CUMULER-LIGNE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-ORDER-LINE-FILE
           END-IF.
       2000-TOTALISER-LIGNES-FIN.
           EXIT.

       2100-CUMULER-LIGNE-DEB.
           ADD 1 TO WS-LIGNES-CNT.
           MOVE ZERO TO WS-M-TROUVE.
           PERFORM VARYING MX FROM 1 BY 1
                   UNTIL MX > WS-MANEGE-CNT OR WS-M-TROUVE > ZERO
               IF WS-R-MANEGE(MX) = WOL-MANEGE
                   SET WS-M-TROUVE TO MX
               END-IF
           END-PERFORM.
           IF WS-M-TROUVE = ZERO
               IF WS-MANEGE-CNT >= 200
                   DISPLAY "TABLE DES MANEGES PLEINE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MANEGE-CNT
               MOVE WS-MANEGE-CNT TO WS-M-TROUVE
               MOVE WOL-MANEGE TO WS-R-MANEGE(WS-M-TROUVE)
               MOVE ZERO TO WS-R-HEURES(WS-M-TROUVE)
                            WS-R-MO(WS-M-TROUVE)
                            WS-R-PIECES(WS-M-TROUVE)
                            WS-R-CUMUL(WS-M-TROUVE)
               MOVE SPACES TO WS-R-IMMO(WS-M-TROUVE)
           END-IF.

           ADD WOL-MONTANT TO WS-R-CUMUL(WS-M-TROUVE).
           IF WS-LIGNE-PERIODE = WS-PERIODE
               IF WOL-MAIN-OEUVRE
                   ADD WOL-QUANTITE TO WS-R-HEURES(WS-M-TROUVE)
                   ADD WOL-MONTANT TO WS-R-MO(WS-M-TROUVE)
               ELSE
                   ADD WOL-MONTANT TO WS-R-PIECES(WS-M-TROUVE)
               END-IF
           END-IF.
       2100-CUMULER-LIGNE-FIN.
           EXIT.

      * The ride's cost goes to its asset in service; a disposed
      * asset no longer stands for the ride.
       3000-IMPUTER-MANEGE-DEB.
           MOVE SPACES TO WS-MENTION.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ASSET-CNT
                      OR WS-R-IMMO(WS-M) NOT = SPACES
               MOVE WS-F-RECORD(WS-I) TO FIXED-ASSET-RECORD
               IF FA-MANEGE = WS-R-MANEGE(WS-M) AND NOT FA-CEDE
                   MOVE FA-ID TO WS-R-IMMO(WS-M)
                   PERFORM 3100-METTRE-A-JOUR-DEB
                      THRU 3100-METTRE-A-JOUR-FIN
               END-IF
           END-PERFORM.
           IF WS-R-IMMO(WS-M) = SPACES
               MOVE "SANS IMMOBILISATION" TO WS-MENTION
               ADD 1 TO WS-SANS-IMMO-CNT
               MOVE 4 TO RETURN-CODE
           END-IF.

           COMPUTE WS-MOIS-COUT = WS-R-MO(WS-M) + WS-R-PIECES(WS-M).
           ADD WS-MOIS-COUT TO WS-MOIS-TOTAL.
           MOVE WS-R-HEURES(WS-M) TO WS-HEURES-EDITE.
           MOVE WS-R-MO(WS-M) TO WS-MO-EDITE.
           MOVE WS-R-PIECES(WS-M) TO WS-PIECES-EDITE.
           MOVE WS-MOIS-COUT TO WS-MOIS-EDITE.
           MOVE WS-R-CUMUL(WS-M) TO WS-CUMUL-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-R-MANEGE(WS-M) " " WS-R-IMMO(WS-M) " "
                  WS-HEURES-EDITE " " WS-MO-EDITE " "
                  WS-PIECES-EDITE " " WS-MOIS-EDITE " "
                  WS-CUMUL-EDITE " " WS-MENTION
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
       3000-IMPUTER-MANEGE-FIN.
           EXIT.

       3100-METTRE-A-JOUR-DEB.
           IF FA-ENTRETIEN-PERIODE > WS-PERIODE
               MOVE "PERIODE ANTERIEURE" TO WS-MENTION
               ADD 1 TO WS-ANTERIEUR-CNT
           ELSE
               MOVE FA-ENTRETIEN-CUMULE TO WS-CUMUL-AVANT
               MOVE WS-R-CUMUL(WS-M) TO FA-ENTRETIEN-CUMULE
               MOVE WS-PERIODE TO FA-ENTRETIEN-PERIODE
               MOVE FIXED-ASSET-RECORD TO WS-F-RECORD(WS-I)
               ADD 1 TO WS-IMPUTE-CNT

               MOVE WS-CUMUL-AVANT TO WS-CUMUL-EDITE
               MOVE SPACES TO WS-AT-BEFORE
               STRING FA-ID " ENTRETIEN CUMULE " WS-CUMUL-EDITE
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
               MOVE FA-ENTRETIEN-CUMULE TO WS-CUMUL-EDITE
               MOVE SPACES TO WS-AT-AFTER
               STRING FA-ID " ENTRETIEN CUMULE " WS-CUMUL-EDITE
                      " AU " WS-PERIODE
                      DELIMITED BY SIZE INTO WS-AT-AFTER
               CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                   WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER
           END-IF.
       3100-METTRE-A-JOUR-FIN.
           EXIT.

       4000-SAUVEGARDER-MAITRE-DEB.
           OPEN OUTPUT ASSET-FILE.
           IF WS-ASSET-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE ASSET-FILE: "
                       WS-ASSET-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ASSET-CNT
               MOVE WS-F-RECORD(WS-I) TO FIXED-ASSET-RECORD
               WRITE FIXED-ASSET-RECORD
           END-PERFORM.
           CLOSE ASSET-FILE.
       4000-SAUVEGARDER-MAITRE-FIN.
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
           STRING "COUT D'ENTRETIEN DE LA PERIODE " WS-PERIODE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MANEGE     IMMO   HEURES  MAIN-OEUVRE"
                  "      PIECES   COUT DU MOIS   CUMUL ENTRETIEN"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 3 TO RH-LINE-COUNT.
       8000-ECRIRE-ENTETE-FIN.
           EXIT.

       8100-ECRIRE-LIGNE-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               PERFORM 8000-ECRIRE-ENTETE-DEB
                  THRU 8000-ECRIRE-ENTETE-FIN
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       8100-ECRIRE-LIGNE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           MOVE WS-MOIS-TOTAL TO WS-TOTAL-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL DU MOIS " WS-TOTAL-EDITE
                  "  MANEGES SANS IMMOBILISATION " WS-SANS-IMMO-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "COUT D'ENTRETIEN DES MANEGES TERMINE.".
           DISPLAY "LIGNES RETENUES       : " WS-LIGNES-CNT.
           DISPLAY "MANEGES               : " WS-MANEGE-CNT.
           DISPLAY "IMMOBILISATIONS MAJ   : " WS-IMPUTE-CNT.
           DISPLAY "PERIODE DEJA DEPASSEE : " WS-ANTERIEUR-CNT.
           DISPLAY "SANS IMMOBILISATION   : " WS-SANS-IMMO-CNT.
           DISPLAY "COUT DU MOIS          : " WS-TOTAL-EDITE.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
