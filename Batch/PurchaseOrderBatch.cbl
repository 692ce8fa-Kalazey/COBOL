       IDENTIFICATION DIVISION.
       PROGRAM-ID. PurchaseOrderBatch.
       AUTHOR. Mathieu.

      * Purchase requisitions and orders, which used to be e-mails
      * to the finance office: the budget only saw the money once
      * the invoice was paid. Each line of the requisition file
      * (department, requesting employee, vendor, article, quantity,
      * unit price) is checked against the department reference,
      * the employee master and the vendor master - a vendor
      * blocked or retired takes no order - and becomes a
      * requisition on Data/PURCHASE-ORDERS.txt (PurchaseOrder.cpy)
      * under a Q number from NextNumberIssuer; a bad line goes to
      * suspense with its reason.
      * A requisition up to the approval threshold of
      * Data/PURCHASE-PARM.txt is converted at once. Above it, it
      * passes through ApprovalGate (type ACHAT, the requisition
      * number as key, the department leading the detail line, the
      * requesting employee's operator id as the requester) and
      * a second operator decides it through ApprovalRelease: the
      * first pass files the request, a later pass finds it
      * approved and converts it, or rejected and closes it.
      * Conversion gives the order its O number; from then on what
      * is ordered and not yet received is committed against the
      * department's budget on DeptBudgetVarianceReport.
      * An order to a vendor that is an EDI trading partner (type E
      * on the vendor master, the partner id as its external
      * reference) is written in the EDI internal record layout to
      * Data/PO-EDI-<partner>.txt, which EdiExportBatch sends
      * through the partner's layout when its parameter names the
      * partner and that file. Each run rewrites the file of every
      * partner with the orders converted in the run, so an order
      * is never sent twice.
      * The receipt file (order number, quantity, day received)
      * then books what came in: the order is partly received, or
      * received in full and its commitment released, and every
      * receipt is added to Data/PURCHASE-RECEIPTS.txt, the actual
      * purchase spend the variance report reads per department and
      * month. A receipt for an unknown or closed order, or above
      * the quantity still due, goes to suspense. Every change rides
      * AuditTrailWriter, both transaction files are consumed and
      * the run balances with ControlTotals.cpy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN DYNAMIC WS-ORDER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT REQUISITION-FILE ASSIGN DYNAMIC WS-REQ-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT RECEIPT-TXN-FILE ASSIGN DYNAMIC WS-RCT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RCT-STATUS.

           SELECT RECEIPT-HISTORY-FILE ASSIGN DYNAMIC WS-RECEIPTS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPTS-STATUS.

           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT VENDOR-FILE ASSIGN DYNAMIC WS-VENDOR-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT APPROVALS-FILE ASSIGN DYNAMIC WS-APPROVALS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVALS-STATUS.

           SELECT EDI-ORDER-FILE ASSIGN DYNAMIC WS-EDI-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EDI-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
           COPY "PurchaseOrder.cpy".

       FD  REQUISITION-FILE.
       01  PURCHASE-REQUISITION-TXN.
           05 PRQ-DEPT              PIC X(4).
           05 PRQ-DEMANDEUR         PIC X(6).
           05 PRQ-VENDOR-ID         PIC X(6).
           05 PRQ-ARTICLE           PIC X(20).
           05 PRQ-QUANTITE          PIC 9(5).
           05 PRQ-PRIX              PIC 9(5)V99.

       FD  RECEIPT-TXN-FILE.
       01  PURCHASE-RECEIPT-TXN.
           05 PRC-PO-ID             PIC X(6).
           05 PRC-QUANTITE          PIC 9(5).
           05 PRC-DATE              PIC 9(8).

      * One row per receipt booked: the purchase actually spent,
      * by department and day.
       FD  RECEIPT-HISTORY-FILE.
       01  PURCHASE-RECEIPT-RECORD.
           05 RCP-PO-ID             PIC X(6).
           05 RCP-DEPT              PIC X(4).
           05 RCP-DATE              PIC 9(8).
           05 RCP-QUANTITE          PIC 9(5).
           05 RCP-MONTANT           PIC 9(7)V99.

       FD  PARM-FILE.
       01  PURCHASE-PARM-RECORD.
           05 PRM-SEUIL-APPROBATION PIC 9(7)V99.

       FD  VENDOR-FILE.
           COPY "VendorMaster.cpy".

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EmployeeMaster.cpy".

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

      * The EDI internal record layout EdiExportBatch reads: code,
      * name and department where the historical records carry
      * them, the order itself after.
       FD  EDI-ORDER-FILE.
       01  EDI-ORDER-RECORD.
           05 EDO-CODE              PIC X(3).
           05 EDO-VENDOR-NOM        PIC X(19).
           05 EDO-DEPT              PIC X(4).
           05 EDO-PO-ID             PIC X(6).
           05 EDO-ARTICLE           PIC X(20).
           05 EDO-QUANTITE          PIC 9(5).
           05 EDO-PRIX              PIC 9(5)V99.
           05 EDO-DATE-COMMANDE     PIC 9(8).
           05 FILLER                PIC X(8).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "PurchaseOrderBatch".

       01  WS-ORDER-PATH            PIC X(40)
                                 VALUE "Data/PURCHASE-ORDERS.txt".
       01  WS-REQ-PATH              PIC X(40)
                                 VALUE "Data/PURCHASE-REQ-TXN.txt".
       01  WS-RCT-PATH              PIC X(40)
                                 VALUE "Data/PURCHASE-RECEIPT-TXN.txt".
       01  WS-RECEIPTS-PATH         PIC X(40)
                                 VALUE "Data/PURCHASE-RECEIPTS.txt".
       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/PURCHASE-PARM.txt".
       01  WS-VENDOR-PATH           PIC X(40)
                                 VALUE "Data/VENDOR-MASTER.txt".
       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/EMPLOYEE-MASTER.txt".
       01  WS-APPROVALS-PATH        PIC X(40)
                                 VALUE "Data/PENDING-APPROVALS.txt".
       01  WS-EDI-PATH              PIC X(40).
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/PURCHASE-ERR.txt".
       01  WS-ORDER-STATUS          PIC XX.
       01  WS-REQ-STATUS            PIC XX.
       01  WS-RCT-STATUS            PIC XX.
       01  WS-RECEIPTS-STATUS       PIC XX.
       01  WS-PARM-STATUS           PIC XX.
       01  WS-VENDOR-STATUS         PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-APPROVALS-STATUS      PIC XX.
       01  WS-EDI-STATUS            PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".
       01  WS-RCT-EOF-SWITCH        PIC X VALUE "N".
           88 FIN-RECEPTIONS        VALUE "Y".

       01  WS-TODAY                 PIC 9(8).
       01  WS-SEUIL-APPROBATION     PIC 9(7)V99 VALUE 1000.00.

      * The order rows, in the layout of PurchaseOrder.cpy so a row
      * moves in and out of the file as one group.
       01  WS-ORDER-CNT             PIC 9(4) VALUE ZERO.
       01  WS-O                     PIC 9(4).
       01  WS-ORDER-TROUVE          PIC 9(4).

       01  WS-ORDER-TABLE.
           05 WS-ORDER-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-ORDER-CNT
                   INDEXED BY OX.
               10 WS-O-REQ-ID       PIC X(6).
               10 WS-O-PO-ID        PIC X(6).
               10 WS-O-DEPT         PIC X(4).
               10 WS-O-DEMANDEUR    PIC X(6).
               10 WS-O-VENDOR-ID    PIC X(6).
               10 WS-O-ARTICLE      PIC X(20).
               10 WS-O-QUANTITE     PIC 9(5).
               10 WS-O-PRIX         PIC 9(5)V99.
               10 WS-O-MONTANT      PIC 9(7)V99.
               10 WS-O-QTE-RECUE    PIC 9(5).
               10 WS-O-MONTANT-RECU PIC 9(7)V99.
               10 WS-O-DATE-DEMANDE PIC 9(8).
               10 WS-O-DATE-COMMANDE
                                    PIC 9(8).
               10 WS-O-STATUT       PIC X(1).
               10 WS-O-DATE-STATUT  PIC 9(8).
               10 WS-O-EDI          PIC X(1).

      * Orders converted this run for an EDI partner.
       01  WS-EDI-CNT               PIC 9(4) VALUE ZERO.
       01  WS-X                     PIC 9(4).
       01  WS-EDI-TABLE.
           05 WS-EDI-ORDER OCCURS 9999 TIMES
                                    PIC 9(4).

       01  WS-VENDOR-CNT            PIC 9(4) VALUE ZERO.
       01  WS-V                     PIC 9(4).
       01  WS-V2                    PIC 9(4).
       01  WS-VENDOR-TROUVE         PIC 9(4).

       01  WS-VENDOR-TABLE.
           05 WS-VENDOR-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON WS-VENDOR-CNT
                   INDEXED BY VX.
               10 WS-V-ID           PIC X(6).
               10 WS-V-NOM          PIC X(30).
               10 WS-V-TYPE         PIC X(1).
               10 WS-V-PARTENAIRE   PIC X(4).
               10 WS-V-STATUT       PIC X(1).

       01  WS-EMP-CNT               PIC 9(4) VALUE ZERO.
       01  WS-E                     PIC 9(4).

       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-EMP-CNT
                   INDEXED BY EX.
               10 WS-E-ID           PIC X(6).
               10 WS-E-OPERATEUR    PIC X(8).

      * Requisition numbers whose approval request was rejected
      * through ApprovalRelease.
       01  WS-REJET-CNT             PIC 9(3) VALUE ZERO.
       01  WS-R                     PIC 9(3).

       01  WS-REJET-TABLE.
           05 WS-REJET-ENTRY OCCURS 500 TIMES
                   DEPENDING ON WS-REJET-CNT
                   INDEXED BY RX.
               10 WS-R-CLE          PIC X(8).

       01  WS-TYPE-ACHAT            PIC X(8) VALUE "ACHAT".

       01  WS-EMP-ID-NORM           PIC X(6).
       01  WS-VENDOR-ID-NORM        PIC X(6).
       01  WS-EMP-TROUVE            PIC X.
       01  WS-DEPT-NAME             PIC X(20).
       01  WS-DEPT-TROUVE           PIC X.
           88 DEPT-TROUVE           VALUE "Y".
       01  WS-REJETEE               PIC X.
           88 DEMANDE-REJETEE       VALUE "Y".
       01  WS-MOTIF                 PIC X(30).
       01  WS-ORDRES-MODIFIES       PIC X VALUE "N".
           88 ORDRES-MODIFIES       VALUE "Y".
       01  WS-MONTANT-CALCULE       PIC 9(11)V99.
       01  WS-QTE-RESTANTE          PIC 9(5).
       01  WS-DATE-RECEPTION        PIC 9(8).
       01  WS-DATE-VALIDE           PIC X.
       01  WS-PARTENAIRE            PIC X(4).
       01  WS-PREMIER-VENDEUR       PIC X.
           88 PREMIER-DU-PARTENAIRE VALUE "Y".

       01  WS-NN-FAMILLE            PIC X(1).
       01  WS-NOUVEL-ID             PIC X(6).
       01  WS-NN-RESULT             PIC X(1).

       01  WS-AG-PROGRAMME          PIC X(20)
                                 VALUE "PurchaseOrderBatch".
       01  WS-AG-CLE                PIC X(8).
       01  WS-AG-DETAIL             PIC X(40).
       01  WS-AG-DEMANDEUR          PIC X(8).
       01  WS-AG-VERDICT            PIC X(1).

       01  WS-MONTANT-CENTIMES      PIC 9(11).
       01  WS-MONTANT-EDITE         PIC Z(6)9.99.
       01  WS-QTE-EDITEE            PIC Z(4)9.

       01  WS-LUS-CNT               PIC 9(5) VALUE ZERO.
       01  WS-ACCEPTEES-CNT         PIC 9(5) VALUE ZERO.
       01  WS-REFUSEES-CNT          PIC 9(5) VALUE ZERO.
       01  WS-SOUMISES-CNT          PIC 9(5) VALUE ZERO.
       01  WS-ATTENTE-CNT           PIC 9(5) VALUE ZERO.
       01  WS-COMMANDEES-CNT        PIC 9(5) VALUE ZERO.
       01  WS-REJETEES-CNT          PIC 9(5) VALUE ZERO.
       01  WS-EDI-ECRITS-CNT        PIC 9(5) VALUE ZERO.
       01  WS-RECEPTIONS-CNT        PIC 9(5) VALUE ZERO.
       01  WS-RECEPT-REFUSEES-CNT   PIC 9(5) VALUE ZERO.
       01  WS-SOLDEES-CNT           PIC 9(5) VALUE ZERO.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "PurchaseOrderBatch".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITEMENT-DEB
              THRU 2000-TRAITEMENT-FIN
              UNTIL END-OF-FILE.

           PERFORM 3000-SOUMETTRE-DEMANDES-DEB
              THRU 3000-SOUMETTRE-DEMANDES-FIN.

           PERFORM 4000-RECEPTIONNER-DEB
              THRU 4000-RECEPTIONNER-FIN.

           PERFORM 5000-TRANSMETTRE-EDI-DEB
              THRU 5000-TRANSMETTRE-EDI-FIN.

           PERFORM 6000-SAUVEGARDER-ORDRES-DEB
              THRU 6000-SAUVEGARDER-ORDRES-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-SEUIL-APPROBATION IS NUMERIC
                           MOVE PRM-SEUIL-APPROBATION
                               TO WS-SEUIL-APPROBATION
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

           PERFORM 1100-CHARGER-FOURNISSEURS-DEB
              THRU 1100-CHARGER-FOURNISSEURS-FIN.
           PERFORM 1200-CHARGER-EMPLOYES-DEB
              THRU 1200-CHARGER-EMPLOYES-FIN.
           PERFORM 1400-CHARGER-ORDRES-DEB
              THRU 1400-CHARGER-ORDRES-FIN.
           PERFORM 1500-CHARGER-REJETS-DEB
              THRU 1500-CHARGER-REJETS-FIN.

           OPEN INPUT REQUISITION-FILE.
           IF WS-REQ-STATUS = "35"
               DISPLAY "AUCUNE DEMANDE D'ACHAT A SAISIR"
               SET END-OF-FILE TO TRUE
           ELSE
               IF WS-REQ-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE REQUISITION-FILE: "
                           WS-REQ-STATUS
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SUSPENSE-FILE: "
                       WS-SUSPENSE-STATUS
               STOP RUN
           END-IF.

           IF NOT END-OF-FILE
               PERFORM 2100-LIRE-DEMANDE-DEB
                  THRU 2100-LIRE-DEMANDE-FIN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

      * Without the vendor master no order can be placed: the run
      * stops before touching anything.
       1100-CHARGER-FOURNISSEURS-DEB.
           OPEN INPUT VENDOR-FILE.
           IF WS-VENDOR-STATUS NOT = "00"
               DISPLAY "FICHIER FOURNISSEURS INDISPONIBLE: "
                       WS-VENDOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-VENDOR-STATUS = "10"
               READ VENDOR-FILE
                   AT END
                       MOVE "10" TO WS-VENDOR-STATUS
                   NOT AT END
                       IF WS-VENDOR-CNT < 2000
                           ADD 1 TO WS-VENDOR-CNT
                           SET VX TO WS-VENDOR-CNT
                           MOVE VND-ID TO WS-V-ID(VX)
                           MOVE VND-NOM TO WS-V-NOM(VX)
                           MOVE VND-TYPE TO WS-V-TYPE(VX)
                           MOVE VND-REF-EXTERNE(1:4)
                               TO WS-V-PARTENAIRE(VX)
                           MOVE VND-STATUT TO WS-V-STATUT(VX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VENDOR-FILE.
       1100-CHARGER-FOURNISSEURS-FIN.
           EXIT.

       1200-CHARGER-EMPLOYES-DEB.
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
                       IF WS-EMP-CNT < 9999
                           ADD 1 TO WS-EMP-CNT
                           SET EX TO WS-EMP-CNT
                           CALL "IdFormatNormalizer" USING EMP-ID
                               WS-E-ID(EX)
                           MOVE EMP-OPERATEUR TO WS-E-OPERATEUR(EX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.
       1200-CHARGER-EMPLOYES-FIN.
           EXIT.

       1400-CHARGER-ORDRES-DEB.
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS = "35"
               MOVE ZERO TO WS-ORDER-CNT
           ELSE
               IF WS-ORDER-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE ORDER-FILE: "
                           WS-ORDER-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-ORDER-STATUS = "10"
                   READ ORDER-FILE
                       AT END
                           MOVE "10" TO WS-ORDER-STATUS
                       NOT AT END
                           IF WS-ORDER-CNT >= 9999
                               DISPLAY "TABLE DES COMMANDES PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-ORDER-CNT
                           SET OX TO WS-ORDER-CNT
                           MOVE PURCHASE-ORDER-RECORD
                               TO WS-ORDER-ENTRY(OX)
                   END-READ
               END-PERFORM
               CLOSE ORDER-FILE
           END-IF.
       1400-CHARGER-ORDRES-FIN.
           EXIT.

      * The approval queue is only read here - ApprovalGate keeps
      * it. A rejected request stays on the queue as R and the gate
      * would file it anew, so the rejections are picked up first.
       1500-CHARGER-REJETS-DEB.
           OPEN INPUT APPROVALS-FILE.
           IF WS-APPROVALS-STATUS = "00"
               PERFORM UNTIL WS-APPROVALS-STATUS = "10"
                   READ APPROVALS-FILE
                       AT END
                           MOVE "10" TO WS-APPROVALS-STATUS
                       NOT AT END
                           IF APV-TYPE = WS-TYPE-ACHAT
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
       1500-CHARGER-REJETS-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-LUS-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           MOVE ZERO TO WS-MONTANT-CALCULE.
           IF PRQ-QUANTITE IS NUMERIC AND PRQ-PRIX IS NUMERIC
               COMPUTE WS-MONTANT-CALCULE = PRQ-QUANTITE * PRQ-PRIX
           END-IF.
           COMPUTE WS-MONTANT-CENTIMES = WS-MONTANT-CALCULE * 100.
           ADD WS-MONTANT-CENTIMES TO CT-INPUT-HASH-TOTAL.

           PERFORM 2200-RECHERCHER-DEB
              THRU 2200-RECHERCHER-FIN.

           MOVE SPACES TO WS-MOTIF.
           EVALUATE TRUE
               WHEN NOT DEPT-TROUVE
                   MOVE "DEPARTEMENT INCONNU" TO WS-MOTIF
               WHEN WS-EMP-TROUVE NOT = "Y"
                   MOVE "DEMANDEUR INCONNU" TO WS-MOTIF
               WHEN WS-VENDOR-TROUVE = ZERO
                   MOVE "FOURNISSEUR INCONNU" TO WS-MOTIF
               WHEN WS-V-STATUT(WS-VENDOR-TROUVE) NOT = "A"
                   MOVE "FOURNISSEUR BLOQUE OU RETIRE" TO WS-MOTIF
               WHEN PRQ-ARTICLE = SPACES
                   MOVE "ARTICLE MANQUANT" TO WS-MOTIF
               WHEN PRQ-QUANTITE IS NOT NUMERIC
                       OR PRQ-QUANTITE = ZERO
                   MOVE "QUANTITE INVALIDE" TO WS-MOTIF
               WHEN PRQ-PRIX IS NOT NUMERIC OR PRQ-PRIX = ZERO
                   MOVE "PRIX INVALIDE" TO WS-MOTIF
               WHEN WS-MONTANT-CALCULE > 9999999.99
                   MOVE "MONTANT HORS LIMITE" TO WS-MOTIF
           END-EVALUATE.

           IF WS-MOTIF = SPACES
               PERFORM 2300-ACCEPTER-DEMANDE-DEB
                  THRU 2300-ACCEPTER-DEMANDE-FIN
           END-IF.
           IF WS-MOTIF NOT = SPACES
               PERFORM 2400-REJETER-DEMANDE-DEB
                  THRU 2400-REJETER-DEMANDE-FIN
           END-IF.

           PERFORM 2100-LIRE-DEMANDE-DEB
              THRU 2100-LIRE-DEMANDE-FIN.
       2000-TRAITEMENT-FIN.
           EXIT.

       2100-LIRE-DEMANDE-DEB.
           READ REQUISITION-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       2100-LIRE-DEMANDE-FIN.
           EXIT.

       2200-RECHERCHER-DEB.
           CALL "DepartmentCodeCheck" USING PRQ-DEPT
               WS-DEPT-NAME WS-DEPT-TROUVE.

           CALL "IdFormatNormalizer" USING PRQ-DEMANDEUR
               WS-EMP-ID-NORM.
           MOVE "N" TO WS-EMP-TROUVE.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EMP-CNT
               IF WS-E-ID(WS-E) = WS-EMP-ID-NORM
                   MOVE "Y" TO WS-EMP-TROUVE
               END-IF
           END-PERFORM.

           MOVE PRQ-VENDOR-ID TO WS-VENDOR-ID-NORM.
           PERFORM 2250-TROUVER-FOURNISSEUR-DEB
              THRU 2250-TROUVER-FOURNISSEUR-FIN.
       2200-RECHERCHER-FIN.
           EXIT.

       2250-TROUVER-FOURNISSEUR-DEB.
           MOVE ZERO TO WS-VENDOR-TROUVE.
           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-VENDOR-CNT
               IF WS-V-ID(WS-V) = WS-VENDOR-ID-NORM
                   MOVE WS-V TO WS-VENDOR-TROUVE
               END-IF
           END-PERFORM.
       2250-TROUVER-FOURNISSEUR-FIN.
           EXIT.

       2300-ACCEPTER-DEMANDE-DEB.
           IF WS-ORDER-CNT >= 9999
               DISPLAY "TABLE DES COMMANDES PLEINE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "Q" TO WS-NN-FAMILLE.
           CALL "NextNumberIssuer" USING WS-NN-FAMILLE
               WS-NOUVEL-ID WS-NN-RESULT.
           IF WS-NN-RESULT NOT = "Y"
               MOVE "NUMEROTATION INDISPONIBLE" TO WS-MOTIF
           ELSE
               ADD 1 TO WS-ORDER-CNT
               SET OX TO WS-ORDER-CNT
               INITIALIZE WS-ORDER-ENTRY(OX)
               MOVE WS-NOUVEL-ID TO WS-O-REQ-ID(OX)
               MOVE SPACES TO WS-O-PO-ID(OX)
               MOVE PRQ-DEPT TO WS-O-DEPT(OX)
               MOVE WS-EMP-ID-NORM TO WS-O-DEMANDEUR(OX)
               MOVE PRQ-VENDOR-ID TO WS-O-VENDOR-ID(OX)
               MOVE PRQ-ARTICLE TO WS-O-ARTICLE(OX)
               MOVE PRQ-QUANTITE TO WS-O-QUANTITE(OX)
               MOVE PRQ-PRIX TO WS-O-PRIX(OX)
               MOVE WS-MONTANT-CALCULE TO WS-O-MONTANT(OX)
               MOVE WS-TODAY TO WS-O-DATE-DEMANDE(OX)
               MOVE "D" TO WS-O-STATUT(OX)
               MOVE WS-TODAY TO WS-O-DATE-STATUT(OX)
               MOVE "N" TO WS-O-EDI(OX)
               MOVE "Y" TO WS-ORDRES-MODIFIES

               MOVE WS-MONTANT-CALCULE TO WS-MONTANT-EDITE
               MOVE SPACES TO WS-AT-BEFORE
               STRING WS-NOUVEL-ID " ABSENTE"
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
               MOVE SPACES TO WS-AT-AFTER
               STRING WS-NOUVEL-ID " " PRQ-DEPT " " PRQ-VENDOR-ID
                      " " WS-MONTANT-EDITE " " PRQ-ARTICLE
                      DELIMITED BY SIZE INTO WS-AT-AFTER
               CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                   WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER

               ADD 1 TO WS-ACCEPTEES-CNT
               ADD 1 TO CT-OUTPUT-RECORD-COUNT
               ADD WS-MONTANT-CENTIMES TO CT-OUTPUT-HASH-TOTAL
           END-IF.
       2300-ACCEPTER-DEMANDE-FIN.
           EXIT.

       2400-REJETER-DEMANDE-DEB.
           MOVE WS-MONTANT-CALCULE TO WS-MONTANT-EDITE.
           MOVE SPACES TO SUSPENSE-LINE.
           STRING "DEM " PRQ-DEPT " " PRQ-DEMANDEUR " "
                  PRQ-VENDOR-ID " " PRQ-ARTICLE " "
                  WS-MONTANT-EDITE " " WS-MOTIF
                  DELIMITED BY SIZE INTO SUSPENSE-LINE.
           WRITE SUSPENSE-LINE.
           ADD 1 TO WS-REFUSEES-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD WS-MONTANT-CENTIMES TO CT-OUTPUT-HASH-TOTAL.
       2400-REJETER-DEMANDE-FIN.
           EXIT.

      * Every requisition still waiting is looked at - the ones
      * filed this run as much as the ones filed before. Up to the
      * threshold it is ordered straight away; above it only once
      * a second operator has approved it.
       3000-SOUMETTRE-DEMANDES-DEB.
           PERFORM 3100-SOUMETTRE-UNE-DEMANDE-DEB
              THRU 3100-SOUMETTRE-UNE-DEMANDE-FIN
              VARYING WS-O FROM 1 BY 1
              UNTIL WS-O > WS-ORDER-CNT.
       3000-SOUMETTRE-DEMANDES-FIN.
           EXIT.

       3100-SOUMETTRE-UNE-DEMANDE-DEB.
           IF WS-O-STATUT(WS-O) = "D"
               IF WS-O-MONTANT(WS-O) NOT > WS-SEUIL-APPROBATION
                   PERFORM 3300-COMMANDER-DEB
                      THRU 3300-COMMANDER-FIN
               ELSE
                   MOVE SPACES TO WS-AG-CLE
                   MOVE WS-O-REQ-ID(WS-O) TO WS-AG-CLE
                   MOVE "N" TO WS-REJETEE
                   PERFORM VARYING WS-R FROM 1 BY 1
                           UNTIL WS-R > WS-REJET-CNT
                       IF WS-R-CLE(WS-R) = WS-AG-CLE
                           MOVE "Y" TO WS-REJETEE
                       END-IF
                   END-PERFORM
                   IF DEMANDE-REJETEE
                       PERFORM 3200-REJETER-DEB
                          THRU 3200-REJETER-FIN
                   ELSE
                       MOVE WS-O-MONTANT(WS-O) TO WS-MONTANT-EDITE
                       MOVE SPACES TO WS-AG-DETAIL
                       STRING WS-O-DEPT(WS-O) " "
                              WS-O-VENDOR-ID(WS-O) " "
                              WS-MONTANT-EDITE " "
                              WS-O-ARTICLE(WS-O)
                              DELIMITED BY SIZE INTO WS-AG-DETAIL
                       PERFORM 3150-DEMANDEUR-DEB
                          THRU 3150-DEMANDEUR-FIN
                       CALL "ApprovalGate" USING WS-AG-PROGRAMME
                           WS-TYPE-ACHAT WS-AG-CLE WS-AG-DETAIL
                           WS-AG-DEMANDEUR WS-AG-VERDICT
                       EVALUATE WS-AG-VERDICT
                           WHEN "A"
                               PERFORM 3300-COMMANDER-DEB
                                  THRU 3300-COMMANDER-FIN
                           WHEN "W"
                               ADD 1 TO WS-ATTENTE-CNT
                           WHEN OTHER
                               ADD 1 TO WS-SOUMISES-CNT
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.
       3100-SOUMETTRE-UNE-DEMANDE-FIN.
           EXIT.

      * The request is filed in the name of the employee who raised
      * the requisition - the operator id they sign on with, their
      * employee id when they have none - so ApprovalRelease will
      * not let them approve their own purchase.
       3150-DEMANDEUR-DEB.
           MOVE SPACES TO WS-AG-DEMANDEUR.
           CALL "IdFormatNormalizer" USING WS-O-DEMANDEUR(WS-O)
               WS-EMP-ID-NORM.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EMP-CNT
               IF WS-E-ID(WS-E) = WS-EMP-ID-NORM
                   MOVE WS-E-OPERATEUR(WS-E) TO WS-AG-DEMANDEUR
               END-IF
           END-PERFORM.
           IF WS-AG-DEMANDEUR = SPACES
               MOVE WS-O-DEMANDEUR(WS-O) TO WS-AG-DEMANDEUR
           END-IF.
       3150-DEMANDEUR-FIN.
           EXIT.

       3200-REJETER-DEB.
           MOVE "R" TO WS-O-STATUT(WS-O).
           MOVE WS-TODAY TO WS-O-DATE-STATUT(WS-O).
           MOVE "Y" TO WS-ORDRES-MODIFIES.
           MOVE WS-O-MONTANT(WS-O) TO WS-MONTANT-EDITE.
           MOVE SPACES TO WS-AT-BEFORE.
           STRING WS-O-REQ-ID(WS-O) " " WS-O-DEPT(WS-O) " "
                  WS-MONTANT-EDITE " EN ATTENTE"
                  DELIMITED BY SIZE INTO WS-AT-BEFORE.
           MOVE SPACES TO WS-AT-AFTER.
           STRING WS-O-REQ-ID(WS-O) " " WS-O-DEPT(WS-O) " "
                  WS-MONTANT-EDITE " REJETEE"
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.
           ADD 1 TO WS-REJETEES-CNT.
       3200-REJETER-FIN.
           EXIT.

      * The requisition becomes an order under its O number and
      * its amount is committed from today.
       3300-COMMANDER-DEB.
           MOVE "O" TO WS-NN-FAMILLE.
           CALL "NextNumberIssuer" USING WS-NN-FAMILLE
               WS-NOUVEL-ID WS-NN-RESULT.
           IF WS-NN-RESULT NOT = "Y"
               DISPLAY "NUMEROTATION DES COMMANDES INDISPONIBLE - "
                       WS-O-REQ-ID(WS-O) " RESTE EN ATTENTE"
               ADD 1 TO WS-ATTENTE-CNT
           ELSE
               MOVE WS-NOUVEL-ID TO WS-O-PO-ID(WS-O)
               MOVE "C" TO WS-O-STATUT(WS-O)
               MOVE WS-TODAY TO WS-O-DATE-COMMANDE(WS-O)
               MOVE WS-TODAY TO WS-O-DATE-STATUT(WS-O)
               MOVE "Y" TO WS-ORDRES-MODIFIES
               MOVE WS-O-VENDOR-ID(WS-O) TO WS-VENDOR-ID-NORM
               PERFORM 2250-TROUVER-FOURNISSEUR-DEB
                  THRU 2250-TROUVER-FOURNISSEUR-FIN
               IF WS-VENDOR-TROUVE > ZERO
                   IF WS-V-TYPE(WS-VENDOR-TROUVE) = "E"
                           AND WS-V-PARTENAIRE(WS-VENDOR-TROUVE)
                               NOT = SPACES
                       MOVE "Y" TO WS-O-EDI(WS-O)
                       ADD 1 TO WS-EDI-CNT
                       MOVE WS-O TO WS-EDI-ORDER(WS-EDI-CNT)
                   END-IF
               END-IF
               MOVE WS-O-MONTANT(WS-O) TO WS-MONTANT-EDITE
               MOVE SPACES TO WS-AT-BEFORE
               STRING WS-O-REQ-ID(WS-O) " " WS-O-DEPT(WS-O) " "
                      WS-MONTANT-EDITE " DEMANDE"
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
               MOVE SPACES TO WS-AT-AFTER
               STRING WS-O-REQ-ID(WS-O) " COMMANDE " WS-NOUVEL-ID
                      " " WS-O-VENDOR-ID(WS-O) " " WS-MONTANT-EDITE
                      " ENGAGE"
                      DELIMITED BY SIZE INTO WS-AT-AFTER
               CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                   WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER
               ADD 1 TO WS-COMMANDEES-CNT
           END-IF.
       3300-COMMANDER-FIN.
           EXIT.

      * The receipts: each books against its order and releases
      * that much of the commitment.
       4000-RECEPTIONNER-DEB.
           OPEN INPUT RECEIPT-TXN-FILE.
           IF WS-RCT-STATUS = "35"
               DISPLAY "AUCUNE RECEPTION A ENREGISTRER"
               SET FIN-RECEPTIONS TO TRUE
           ELSE
               IF WS-RCT-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE RECEIPT-TXN-FILE: "
                           WS-RCT-STATUS
                   STOP RUN
               END-IF
               OPEN EXTEND RECEIPT-HISTORY-FILE
               IF WS-RECEIPTS-STATUS = "35"
                       OR WS-RECEIPTS-STATUS = "05"
                   OPEN OUTPUT RECEIPT-HISTORY-FILE
               END-IF
               IF WS-RECEIPTS-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE RECEIPT-HISTORY-FILE: "
                           WS-RECEIPTS-STATUS
                   STOP RUN
               END-IF
               PERFORM 4100-LIRE-RECEPTION-DEB
                  THRU 4100-LIRE-RECEPTION-FIN
               PERFORM 4200-TRAITER-RECEPTION-DEB
                  THRU 4200-TRAITER-RECEPTION-FIN
                  UNTIL FIN-RECEPTIONS
               CLOSE RECEIPT-HISTORY-FILE
           END-IF.
       4000-RECEPTIONNER-FIN.
           EXIT.

       4100-LIRE-RECEPTION-DEB.
           READ RECEIPT-TXN-FILE
               AT END
                   SET FIN-RECEPTIONS TO TRUE
           END-READ.
       4100-LIRE-RECEPTION-FIN.
           EXIT.

       4200-TRAITER-RECEPTION-DEB.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           MOVE ZERO TO WS-ORDER-TROUVE.
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-ORDER-CNT
               IF WS-O-PO-ID(WS-O) = PRC-PO-ID
                       AND PRC-PO-ID NOT = SPACES
                   MOVE WS-O TO WS-ORDER-TROUVE
               END-IF
           END-PERFORM.

           MOVE WS-TODAY TO WS-DATE-RECEPTION.
           MOVE "Y" TO WS-DATE-VALIDE.
           IF PRC-DATE IS NUMERIC AND PRC-DATE NOT = ZERO
               MOVE PRC-DATE TO WS-DATE-RECEPTION
               CALL "DateValidator" USING PRC-DATE WS-DATE-VALIDE
           END-IF.

           MOVE ZERO TO WS-QTE-RESTANTE.
           IF WS-ORDER-TROUVE > ZERO
               COMPUTE WS-QTE-RESTANTE =
                       WS-O-QUANTITE(WS-ORDER-TROUVE)
                     - WS-O-QTE-RECUE(WS-ORDER-TROUVE)
           END-IF.

           MOVE SPACES TO WS-MOTIF.
           EVALUATE TRUE
               WHEN WS-ORDER-TROUVE = ZERO
                   MOVE "COMMANDE INCONNUE" TO WS-MOTIF
               WHEN WS-O-STATUT(WS-ORDER-TROUVE) NOT = "C"
                       AND WS-O-STATUT(WS-ORDER-TROUVE) NOT = "P"
                   MOVE "COMMANDE SOLDEE" TO WS-MOTIF
               WHEN PRC-QUANTITE IS NOT NUMERIC
                       OR PRC-QUANTITE = ZERO
                   MOVE "QUANTITE INVALIDE" TO WS-MOTIF
               WHEN PRC-QUANTITE > WS-QTE-RESTANTE
                   MOVE "QUANTITE SUPERIEURE AU RESTE" TO WS-MOTIF
               WHEN WS-DATE-VALIDE NOT = "Y"
                   MOVE "DATE INVALIDE" TO WS-MOTIF
               WHEN WS-DATE-RECEPTION > WS-TODAY
                   MOVE "DATE FUTURE" TO WS-MOTIF
           END-EVALUATE.

           IF WS-MOTIF = SPACES
               PERFORM 4300-APPLIQUER-RECEPTION-DEB
                  THRU 4300-APPLIQUER-RECEPTION-FIN
           ELSE
               MOVE ZERO TO WS-QTE-EDITEE
               IF PRC-QUANTITE IS NUMERIC
                   MOVE PRC-QUANTITE TO WS-QTE-EDITEE
               END-IF
               MOVE SPACES TO SUSPENSE-LINE
               STRING "REC " PRC-PO-ID " " WS-QTE-EDITEE " "
                      PRC-DATE " " WS-MOTIF
                      DELIMITED BY SIZE INTO SUSPENSE-LINE
               WRITE SUSPENSE-LINE
               ADD 1 TO WS-RECEPT-REFUSEES-CNT
           END-IF.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.

           PERFORM 4100-LIRE-RECEPTION-DEB
              THRU 4100-LIRE-RECEPTION-FIN.
       4200-TRAITER-RECEPTION-FIN.
           EXIT.

      * The last receipt takes whatever amount is left, so a fully
      * received order has released its commitment to the cent.
       4300-APPLIQUER-RECEPTION-DEB.
           MOVE WS-ORDER-TROUVE TO WS-O.
           ADD PRC-QUANTITE TO WS-O-QTE-RECUE(WS-O).
           IF WS-O-QTE-RECUE(WS-O) = WS-O-QUANTITE(WS-O)
               COMPUTE WS-MONTANT-CALCULE = WS-O-MONTANT(WS-O)
                                          - WS-O-MONTANT-RECU(WS-O)
               MOVE "S" TO WS-O-STATUT(WS-O)
               ADD 1 TO WS-SOLDEES-CNT
           ELSE
               COMPUTE WS-MONTANT-CALCULE =
                       PRC-QUANTITE * WS-O-PRIX(WS-O)
               MOVE "P" TO WS-O-STATUT(WS-O)
           END-IF.
           ADD WS-MONTANT-CALCULE TO WS-O-MONTANT-RECU(WS-O).
           MOVE WS-TODAY TO WS-O-DATE-STATUT(WS-O).
           MOVE "Y" TO WS-ORDRES-MODIFIES.

           MOVE WS-O-PO-ID(WS-O) TO RCP-PO-ID.
           MOVE WS-O-DEPT(WS-O) TO RCP-DEPT.
           MOVE WS-DATE-RECEPTION TO RCP-DATE.
           MOVE PRC-QUANTITE TO RCP-QUANTITE.
           MOVE WS-MONTANT-CALCULE TO RCP-MONTANT.
           WRITE PURCHASE-RECEIPT-RECORD.

           MOVE PRC-QUANTITE TO WS-QTE-EDITEE.
           MOVE WS-MONTANT-CALCULE TO WS-MONTANT-EDITE.
           MOVE SPACES TO WS-AT-BEFORE.
           STRING WS-O-PO-ID(WS-O) " " WS-O-DEPT(WS-O) " ENGAGE "
                  "RECEPTION " WS-QTE-EDITEE
                  DELIMITED BY SIZE INTO WS-AT-BEFORE.
           MOVE SPACES TO WS-AT-AFTER.
           STRING WS-O-PO-ID(WS-O) " RECU " WS-MONTANT-EDITE
                  " STATUT " WS-O-STATUT(WS-O)
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.
           ADD 1 TO WS-RECEPTIONS-CNT.
       4300-APPLIQUER-RECEPTION-FIN.
           EXIT.

      * One file per EDI partner on the vendor master, rewritten
      * every run with the orders converted in the run - empty
      * when there were none, so the export never sends an order
      * twice. Two vendors under one partner share its file.
       5000-TRANSMETTRE-EDI-DEB.
           PERFORM 5100-FICHIER-PARTENAIRE-DEB
              THRU 5100-FICHIER-PARTENAIRE-FIN
              VARYING WS-V FROM 1 BY 1
              UNTIL WS-V > WS-VENDOR-CNT.
       5000-TRANSMETTRE-EDI-FIN.
           EXIT.

       5100-FICHIER-PARTENAIRE-DEB.
           MOVE "N" TO WS-PREMIER-VENDEUR.
           IF WS-V-TYPE(WS-V) = "E"
                   AND WS-V-PARTENAIRE(WS-V) NOT = SPACES
               MOVE WS-V-PARTENAIRE(WS-V) TO WS-PARTENAIRE
               MOVE "Y" TO WS-PREMIER-VENDEUR
               PERFORM VARYING WS-V2 FROM 1 BY 1
                       UNTIL WS-V2 >= WS-V
                   IF WS-V-TYPE(WS-V2) = "E"
                           AND WS-V-PARTENAIRE(WS-V2) = WS-PARTENAIRE
                       MOVE "N" TO WS-PREMIER-VENDEUR
                   END-IF
               END-PERFORM
           END-IF.
           IF PREMIER-DU-PARTENAIRE
               MOVE SPACES TO WS-EDI-PATH
               STRING "Data/PO-EDI-" WS-PARTENAIRE
                      DELIMITED BY SPACE
                      ".txt" DELIMITED BY SIZE
                      INTO WS-EDI-PATH
               OPEN OUTPUT EDI-ORDER-FILE
               IF WS-EDI-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE " WS-EDI-PATH ": "
                           WS-EDI-STATUS
                   STOP RUN
               END-IF
               PERFORM 5200-ECRIRE-ORDRE-EDI-DEB
                  THRU 5200-ECRIRE-ORDRE-EDI-FIN
                  VARYING WS-X FROM 1 BY 1
                  UNTIL WS-X > WS-EDI-CNT
               CLOSE EDI-ORDER-FILE
           END-IF.
       5100-FICHIER-PARTENAIRE-FIN.
           EXIT.

       5200-ECRIRE-ORDRE-EDI-DEB.
           MOVE WS-EDI-ORDER(WS-X) TO WS-O.
           MOVE WS-O-VENDOR-ID(WS-O) TO WS-VENDOR-ID-NORM.
           PERFORM 2250-TROUVER-FOURNISSEUR-DEB
              THRU 2250-TROUVER-FOURNISSEUR-FIN.
           IF WS-V-PARTENAIRE(WS-VENDOR-TROUVE) = WS-PARTENAIRE
               MOVE SPACES TO EDI-ORDER-RECORD
               MOVE "CDE" TO EDO-CODE
               MOVE WS-V-NOM(WS-VENDOR-TROUVE) TO EDO-VENDOR-NOM
               MOVE WS-O-DEPT(WS-O) TO EDO-DEPT
               MOVE WS-O-PO-ID(WS-O) TO EDO-PO-ID
               MOVE WS-O-ARTICLE(WS-O) TO EDO-ARTICLE
               MOVE WS-O-QUANTITE(WS-O) TO EDO-QUANTITE
               MOVE WS-O-PRIX(WS-O) TO EDO-PRIX
               MOVE WS-O-DATE-COMMANDE(WS-O) TO EDO-DATE-COMMANDE
               WRITE EDI-ORDER-RECORD
               ADD 1 TO WS-EDI-ECRITS-CNT
           END-IF.
       5200-ECRIRE-ORDRE-EDI-FIN.
           EXIT.

       6000-SAUVEGARDER-ORDRES-DEB.
           IF ORDRES-MODIFIES
               OPEN OUTPUT ORDER-FILE
               IF WS-ORDER-STATUS NOT = "00"
                   DISPLAY "ERREUR REECRITURE ORDER-FILE: "
                           WS-ORDER-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-O FROM 1 BY 1
                       UNTIL WS-O > WS-ORDER-CNT
                   MOVE WS-ORDER-ENTRY(WS-O) TO PURCHASE-ORDER-RECORD
                   WRITE PURCHASE-ORDER-RECORD
               END-PERFORM
               CLOSE ORDER-FILE
           END-IF.

      * The transactions are consumed: a second launch must not
      * file them again.
           IF WS-REQ-STATUS = "00" OR WS-REQ-STATUS = "10"
               CLOSE REQUISITION-FILE
               OPEN OUTPUT REQUISITION-FILE
               CLOSE REQUISITION-FILE
           END-IF.
           IF WS-RCT-STATUS = "00" OR WS-RCT-STATUS = "10"
               CLOSE RECEIPT-TXN-FILE
               OPEN OUTPUT RECEIPT-TXN-FILE
               CLOSE RECEIPT-TXN-FILE
           END-IF.
       6000-SAUVEGARDER-ORDRES-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE SUSPENSE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "TRAITEMENT DES ACHATS TERMINE.".
           DISPLAY "DEMANDES LUES         : " WS-LUS-CNT.
           DISPLAY "DEMANDES SAISIES      : " WS-ACCEPTEES-CNT.
           DISPLAY "DEMANDES REFUSEES     : " WS-REFUSEES-CNT.
           DISPLAY "SOUMISES A APPROBATION: " WS-SOUMISES-CNT.
           DISPLAY "EN ATTENTE DE DECISION: " WS-ATTENTE-CNT.
           DISPLAY "COMMANDES EMISES      : " WS-COMMANDEES-CNT.
           DISPLAY "  DONT PAR EDI        : " WS-EDI-ECRITS-CNT.
           DISPLAY "DEMANDES REJETEES     : " WS-REJETEES-CNT.
           DISPLAY "RECEPTIONS ENREGISTR. : " WS-RECEPTIONS-CNT.
           DISPLAY "RECEPTIONS REFUSEES   : " WS-RECEPT-REFUSEES-CNT.
           DISPLAY "COMMANDES SOLDEES     : " WS-SOLDEES-CNT.
           DISPLAY "------------------------------------------------".

           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.
       9000-TERMINAISON-FIN.
           EXIT.
