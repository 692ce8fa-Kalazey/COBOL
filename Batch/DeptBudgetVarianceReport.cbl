      * department whose actual runs past budget by more than the
      * configurable percentage is flagged. Condition code 4 when
      * anything is flagged, so the chain surfaces it.
      * A month-00 row on the budget file is a department's yearly
      * merit-increase allocation, not salary budget, and stays out
      * of the year-to-date figures.
      * Once LaborDistributionBatch has spread the period, the
      * actuals come from the labor-distribution file instead: each
      * department is charged its share of the gross of the staff
      * it uses, whatever department the payroll file gives them,
      * and the employer charges and benefits premiums it carries
      * print under the period actual for information - the budget
      * is a salary budget, so the comparison stays on the gross.
      * A period not yet spread falls back to the net-pay file.
      * Purchases sit beside the salaries. What PurchaseOrderBatch
      * has ordered and not yet received is committed against the
      * department - by the month of the order, released as the
      * goods come in - and what was received is actual spend of
      * the month of the receipt, added to the salary actual. Each
      * department prints budget, committed and actual, and what
      * is left of the budget once both are taken; the overrun
      * test is on actual plus committed, so an order that will
      * break the budget is flagged before the invoice arrives.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NET-STATUS.

           SELECT DISTRIBUTION-FILE ASSIGN DYNAMIC WS-DISTRIB-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DISTRIB-STATUS.

           SELECT BUDGET-FILE ASSIGN DYNAMIC WS-BUDGET-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ORDER-FILE ASSIGN DYNAMIC WS-ORDER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT RECEIPT-HISTORY-FILE ASSIGN DYNAMIC WS-RECEIPTS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPTS-STATUS.

           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           05 NP-NET                PIC S9(7)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.

       FD  DISTRIBUTION-FILE.
           COPY "LaborDistribution.cpy".

       FD  BUDGET-FILE.
       01  DEPT-BUDGET-RECORD.
           05 BUD-DEPT-CODE         PIC X(4).
           05 ACT-PERIODE           PIC 9(6).
           05 ACT-MONTANT           PIC 9(9)V99.

       FD  ORDER-FILE.
           COPY "PurchaseOrder.cpy".

       FD  RECEIPT-HISTORY-FILE.
       01  PURCHASE-RECEIPT-RECORD.
           05 RCP-PO-ID             PIC X(6).
           05 RCP-DEPT              PIC X(4).
           05 RCP-DATE              PIC 9(8).
           05 RCP-QUANTITE          PIC 9(5).
           05 RCP-MONTANT           PIC 9(7)V99.

       FD  PARM-FILE.
       01  VARIANCE-PARM-RECORD.
           05 PRM-SEUIL-PCT         PIC 9(3).

       01  WS-NET-PATH              PIC X(40)
                                 VALUE "Data/PAYROLL-NET-FILE.txt".
       01  WS-DISTRIB-PATH          PIC X(40)
                                 VALUE "Data/LABOR-DISTRIBUTION.txt".
       01  WS-BUDGET-PATH           PIC X(40)
                                 VALUE "Data/DEPT-BUDGET.txt".
       01  WS-HISTORY-PATH          PIC X(40)
                             VALUE "Data/DEPT-ACTUAL-HISTORY.txt".
       01  WS-ORDER-PATH            PIC X(40)
                                 VALUE "Data/PURCHASE-ORDERS.txt".
       01  WS-RECEIPTS-PATH         PIC X(40)
                                 VALUE "Data/PURCHASE-RECEIPTS.txt".
       01  WS-PARM-PATH             PIC X(40)
                             VALUE "Data/BUDGET-VARIANCE-PARM.txt".
       01  WS-REPORT-PATH           PIC X(40)
                             VALUE "Data/DEPT-BUDGET-VARIANCE.txt".
       01  WS-NET-STATUS            PIC XX.
       01  WS-DISTRIB-STATUS        PIC XX.
       01  WS-BUDGET-STATUS         PIC XX.
       01  WS-HISTORY-STATUS        PIC XX.
       01  WS-ORDER-STATUS          PIC XX.
       01  WS-RECEIPTS-STATUS       PIC XX.
       01  WS-PARM-STATUS           PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

                   DEPENDING ON WS-DEPT-CNT
                   INDEXED BY DX.
               10 WS-D-CODE         PIC X(4).
               10 WS-D-CHARGES      PIC 9(9)V99.

      * Purchases per department and month: F for what is still
      * committed on open orders, R for what was received.
       01  WS-ACHAT-CNT             PIC 9(4) VALUE ZERO.
       01  WS-AC                    PIC 9(4).

       01  WS-ACHAT-TABLE.
           05 WS-ACHAT-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-ACHAT-CNT
                   INDEXED BY AX.
               10 WS-AC-NATURE      PIC X(1).
               10 WS-AC-DEPT        PIC X(4).
               10 WS-AC-PERIODE     PIC 9(6).
               10 WS-AC-MONTANT     PIC 9(7)V99.

       01  WS-FLAG-CNT              PIC 9(3) VALUE ZERO.

      * The department and gross of the row being snapshotted, from
      * either source, and whether the period was spread.
       01  WS-ACTUEL-DEPT           PIC X(4).
       01  WS-ACTUEL-BRUT           PIC 9(7)V99.
       01  WS-ACTUEL-CHARGES        PIC 9(7)V99.
       01  WS-VENTILE               PIC X VALUE "N".
           88 PERIODE-VENTILEE      VALUE "Y".

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-PERIODE        PIC 9(6).
       01  WS-ACTUEL-PERIODE        PIC 9(9)V99.
       01  WS-BUDGET-CUMUL          PIC 9(9)V99.
       01  WS-ACTUEL-CUMUL          PIC 9(11)V99.
       01  WS-ENGAGE-PERIODE        PIC 9(9)V99.
       01  WS-ENGAGE-CUMUL          PIC 9(11)V99.
       01  WS-ACHATS-PERIODE        PIC 9(9)V99.
       01  WS-ACHATS-CUMUL          PIC 9(11)V99.
       01  WS-CONSOMME              PIC 9(11)V99.
       01  WS-DISPONIBLE            PIC S9(11)V99.
       01  WS-ECART-PCT             PIC S9(5).
       01  WS-DEPASSE               PIC X.

       01  WS-MONTANT-EDITE         PIC Z(8)9.99.
       01  WS-PCT-EDITE             PIC -(4)9.
       01  WS-DISPONIBLE-EDITE      PIC -(8)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
              THRU 1100-CHARGER-BUDGET-FIN.
           PERFORM 1200-CHARGER-HISTORIQUE-DEB
              THRU 1200-CHARGER-HISTORIQUE-FIN.
           PERFORM 1400-CHARGER-ACHATS-DEB
              THRU 1400-CHARGER-ACHATS-FIN.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               ADD 1 TO WS-DEPT-CNT
               SET DX TO WS-DEPT-CNT
               MOVE BUD-DEPT-CODE TO WS-D-CODE(DX)
               MOVE ZERO TO WS-D-CHARGES(DX)
               MOVE WS-DEPT-CNT TO WS-DEPT-TROUVE
           END-IF.
       1300-NOTER-DEPT-FIN.
           EXIT.

      * No purchase files yet simply means no purchases: the
      * report stays the salary report it always was.
       1400-CHARGER-ACHATS-DEB.
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS = "00"
               PERFORM UNTIL WS-ORDER-STATUS = "10"
                   READ ORDER-FILE
                       AT END
                           MOVE "10" TO WS-ORDER-STATUS
                       NOT AT END
                           IF (POR-COMMANDEE OR POR-RECUE-PARTIEL)
                                   AND WS-ACHAT-CNT < 9999
                               ADD 1 TO WS-ACHAT-CNT
                               SET AX TO WS-ACHAT-CNT
                               MOVE "F" TO WS-AC-NATURE(AX)
                               MOVE POR-DEPT TO WS-AC-DEPT(AX)
                               MOVE POR-DATE-COMMANDE(1:6)
                                   TO WS-AC-PERIODE(AX)
                               COMPUTE WS-AC-MONTANT(AX) =
                                       POR-MONTANT - POR-MONTANT-RECU
                               MOVE POR-DEPT TO BUD-DEPT-CODE
                               PERFORM 1300-NOTER-DEPT-DEB
                                  THRU 1300-NOTER-DEPT-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-FILE
           END-IF.

           OPEN INPUT RECEIPT-HISTORY-FILE.
           IF WS-RECEIPTS-STATUS = "00"
               PERFORM UNTIL WS-RECEIPTS-STATUS = "10"
                   READ RECEIPT-HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-RECEIPTS-STATUS
                       NOT AT END
                           IF WS-ACHAT-CNT < 9999
                               ADD 1 TO WS-ACHAT-CNT
                               SET AX TO WS-ACHAT-CNT
                               MOVE "R" TO WS-AC-NATURE(AX)
                               MOVE RCP-DEPT TO WS-AC-DEPT(AX)
                               MOVE RCP-DATE(1:6)
                                   TO WS-AC-PERIODE(AX)
                               MOVE RCP-MONTANT TO WS-AC-MONTANT(AX)
                               MOVE RCP-DEPT TO BUD-DEPT-CODE
                               PERFORM 1300-NOTER-DEPT-DEB
                                  THRU 1300-NOTER-DEPT-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-HISTORY-FILE
           END-IF.
       1400-CHARGER-ACHATS-FIN.
           EXIT.

      * This run's gross per department replaces (not doubles) any
      * earlier snapshot of the same period, so a payroll re-run
      * does not inflate the month.
               END-IF
           END-PERFORM.

           OPEN INPUT DISTRIBUTION-FILE.
           IF WS-DISTRIB-STATUS = "00"
               PERFORM UNTIL WS-DISTRIB-STATUS = "10"
                   READ DISTRIBUTION-FILE
                       AT END
                           MOVE "10" TO WS-DISTRIB-STATUS
                       NOT AT END
                           IF LDS-PERIODE = WS-RUN-PERIODE
                               MOVE "Y" TO WS-VENTILE
                               MOVE LDS-DEPT TO WS-ACTUEL-DEPT
                               MOVE LDS-BRUT TO WS-ACTUEL-BRUT
                               COMPUTE WS-ACTUEL-CHARGES =
                                       LDS-CHARGES + LDS-AVANTAGES
                               PERFORM 2100-CUMULER-ACTUEL-DEB
                                  THRU 2100-CUMULER-ACTUEL-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISTRIBUTION-FILE
           END-IF.
           IF PERIODE-VENTILEE
               DISPLAY "REEL PRIS SUR LA VENTILATION DE LA PAIE"
           ELSE
               PERFORM 2050-LIRE-NET-PAIE-DEB
                  THRU 2050-LIRE-NET-PAIE-FIN
           END-IF.
       2000-SNAPSHOTER-ACTUELS-FIN.
           EXIT.

       2050-LIRE-NET-PAIE-DEB.
           OPEN INPUT NET-PAY-FILE.
           IF WS-NET-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE NET-PAY-FILE: "
                   AT END
                       MOVE "10" TO WS-NET-STATUS
                   NOT AT END
                       MOVE NP-DEPT-CODE TO WS-ACTUEL-DEPT
                       MOVE NP-BRUT TO WS-ACTUEL-BRUT
                       MOVE ZERO TO WS-ACTUEL-CHARGES
                       PERFORM 2100-CUMULER-ACTUEL-DEB
                          THRU 2100-CUMULER-ACTUEL-FIN
               END-READ
           END-PERFORM.
           CLOSE NET-PAY-FILE.
       2050-LIRE-NET-PAIE-FIN.
           EXIT.

       2100-CUMULER-ACTUEL-DEB.
           MOVE ZERO TO WS-HIST-TROUVE.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HIST-CNT
               IF WS-H-DEPT(WS-H) = WS-ACTUEL-DEPT
                       AND WS-H-PERIODE(WS-H) = WS-RUN-PERIODE
                   MOVE WS-H TO WS-HIST-TROUVE
               END-IF
                   AND WS-HIST-CNT < 9999
               ADD 1 TO WS-HIST-CNT
               MOVE WS-HIST-CNT TO WS-HIST-TROUVE
               MOVE WS-ACTUEL-DEPT TO WS-H-DEPT(WS-HIST-TROUVE)
               MOVE WS-RUN-PERIODE
                   TO WS-H-PERIODE(WS-HIST-TROUVE)
               MOVE ZERO TO WS-H-MONTANT(WS-HIST-TROUVE)
           END-IF.
           ADD WS-ACTUEL-BRUT TO WS-H-MONTANT(WS-HIST-TROUVE).

           MOVE WS-ACTUEL-DEPT TO BUD-DEPT-CODE.
           PERFORM 1300-NOTER-DEPT-DEB
              THRU 1300-NOTER-DEPT-FIN.
           IF WS-DEPT-TROUVE NOT = ZERO
               ADD WS-ACTUEL-CHARGES TO WS-D-CHARGES(WS-DEPT-TROUVE)
           END-IF.
       2100-CUMULER-ACTUEL-FIN.
           EXIT.

                   IF WS-B-PERIODE(WS-B)(1:4) = WS-RUN-ANNEE
                           AND WS-B-PERIODE(WS-B)
                               <= WS-RUN-PERIODE
                           AND WS-B-PERIODE(WS-B)(5:2) NOT = "00"
                       ADD WS-B-MONTANT(WS-B) TO WS-BUDGET-CUMUL
                   END-IF
               END-IF
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-ENGAGE-PERIODE.
           MOVE ZERO TO WS-ENGAGE-CUMUL.
           MOVE ZERO TO WS-ACHATS-PERIODE.
           MOVE ZERO TO WS-ACHATS-CUMUL.
           PERFORM VARYING WS-AC FROM 1 BY 1
                   UNTIL WS-AC > WS-ACHAT-CNT
               IF WS-AC-DEPT(WS-AC) = WS-D-CODE(WS-D)
                       AND WS-AC-PERIODE(WS-AC)(1:4) = WS-RUN-ANNEE
                       AND WS-AC-PERIODE(WS-AC) <= WS-RUN-PERIODE
                   IF WS-AC-NATURE(WS-AC) = "F"
                       ADD WS-AC-MONTANT(WS-AC) TO WS-ENGAGE-CUMUL
                       IF WS-AC-PERIODE(WS-AC) = WS-RUN-PERIODE
                           ADD WS-AC-MONTANT(WS-AC)
                               TO WS-ENGAGE-PERIODE
                       END-IF
                   ELSE
                       ADD WS-AC-MONTANT(WS-AC) TO WS-ACHATS-CUMUL
                       IF WS-AC-PERIODE(WS-AC) = WS-RUN-PERIODE
                           ADD WS-AC-MONTANT(WS-AC)
                               TO WS-ACHATS-PERIODE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           ADD WS-ACHATS-PERIODE TO WS-ACTUEL-PERIODE.
           ADD WS-ACHATS-CUMUL TO WS-ACTUEL-CUMUL.

           MOVE SPACES TO REPORT-LINE.
           STRING "DEPARTEMENT " WS-D-CODE(WS-D) " PERIODE "
                  WS-RUN-PERIODE
           STRING "  BUDGET PERIODE : " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENGAGE-PERIODE TO WS-MONTANT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ENGAGE PERIODE : " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ACTUEL-PERIODE TO WS-MONTANT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  REEL PERIODE   : " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ACHATS-PERIODE > ZERO
               MOVE WS-ACHATS-PERIODE TO WS-MONTANT-EDITE
               MOVE SPACES TO REPORT-LINE
               STRING "    DONT ACHATS RECUS         : "
                      WS-MONTANT-EDITE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           END-IF.
           COMPUTE WS-CONSOMME = WS-ACTUEL-PERIODE + WS-ENGAGE-PERIODE.
           COMPUTE WS-DISPONIBLE = WS-BUDGET-PERIODE - WS-CONSOMME.
           MOVE WS-DISPONIBLE TO WS-DISPONIBLE-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  DISPONIBLE     : " WS-DISPONIBLE-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-D-CHARGES(WS-D) > ZERO
               MOVE WS-D-CHARGES(WS-D) TO WS-MONTANT-EDITE
               MOVE SPACES TO REPORT-LINE
               STRING "  CHARGES PATRONALES ET AVANTAGES : "
                      WS-MONTANT-EDITE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           END-IF.
           PERFORM 3300-CONTROLER-SEUIL-DEB
              THRU 3300-CONTROLER-SEUIL-FIN.

           STRING "  BUDGET CUMULE  : " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENGAGE-CUMUL TO WS-MONTANT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ENGAGE CUMULE  : " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ACTUEL-CUMUL TO WS-MONTANT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  REEL CUMULE    : " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-CONSOMME = WS-ACTUEL-CUMUL + WS-ENGAGE-CUMUL.
           COMPUTE WS-DISPONIBLE = WS-BUDGET-CUMUL - WS-CONSOMME.
           MOVE WS-DISPONIBLE TO WS-DISPONIBLE-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  DISPONIBLE     : " WS-DISPONIBLE-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 8 TO RH-LINE-COUNT.

           MOVE WS-BUDGET-CUMUL TO WS-BUDGET-PERIODE.
           PERFORM 3300-CONTROLER-SEUIL-DEB
              THRU 3300-CONTROLER-SEUIL-FIN.
       3200-EDITER-LIGNE-FIN.
           EXIT.

      * Actual plus committed, against the budget.
       3300-CONTROLER-SEUIL-DEB.
           IF WS-BUDGET-PERIODE > ZERO
                   AND WS-CONSOMME > WS-BUDGET-PERIODE
               COMPUTE WS-ECART-PCT ROUNDED =
                       ((WS-CONSOMME - WS-BUDGET-PERIODE)
                       * 100) / WS-BUDGET-PERIODE
               IF WS-ECART-PCT > WS-SEUIL-PCT
                   MOVE "Y" TO WS-DEPASSE
