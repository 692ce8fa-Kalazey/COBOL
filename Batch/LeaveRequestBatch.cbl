      * future leave waits in the pending file like any other
      * effective-dated change. The balance report flags negative
      * balances and overdue returns. Rejects go to a reject file.
      * A good request is no longer granted on sight: it takes a V
      * number from NextNumberIssuer, waits on
      * Data/LEAVE-REQUEST-PENDING.txt and passes through
      * ApprovalGate (type CONGE, the V number as key, the
      * employee, the filing day and the department leading the
      * detail line) until the employee's manager decides through
      * ApprovalRelease - which escalates it up the reporting line
      * when the manager sits on it. Approved, it is counted and
      * fed as above; rejected, it goes to the reject file. The
      * request file is consumed once taken in.
      * Every granted leave is also appended, with its first and
      * last day, to Data/LEAVE-GRANTED.txt - the dated record
      * RideSessionScheduler reads to keep an operator on leave off
      * the day's roster.
      * The employee hears of the decision through
      * NotificationWriter - template CONGEOK with the V number,
      * the dates and the day back, or CONGEKO when the line
      * refused - by email or SMS where the contact directory has
      * an address, on the dispatcher's paper file otherwise.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT PENDING-FILE ASSIGN DYNAMIC WS-PENDING-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT APPROVALS-FILE ASSIGN DYNAMIC WS-APPROVALS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVALS-STATUS.

           SELECT GRANTED-FILE ASSIGN DYNAMIC WS-GRANTED-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GRANTED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-LINE      PIC X(80).

      * Requests waiting for their manager's decision.
       FD  PENDING-FILE.
       01  LEAVE-PENDING-RECORD.
           05 LPR-CLE               PIC X(8).
           05 LPR-EMP-ID            PIC X(6).
           05 LPR-DATE-DEBUT        PIC 9(8).
           05 LPR-DATE-FIN          PIC 9(8).
           05 LPR-DATE-DEPOT        PIC 9(8).

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

       FD  GRANTED-FILE.
           COPY "LeaveGranted.cpy".

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

                                 VALUE "Data/LEAVE-REQUEST-ERR.txt".
       01  WS-REPORT-PATH           PIC X(40)
                                 VALUE "Data/LEAVE-BALANCE-REPORT.txt".
       01  WS-PENDING-PATH          PIC X(40)
                                 VALUE "Data/LEAVE-REQUEST-PENDING.txt".
       01  WS-APPROVALS-PATH        PIC X(40)
                                 VALUE "Data/PENDING-APPROVALS.txt".
       01  WS-GRANTED-PATH          PIC X(40)
                                 VALUE "Data/LEAVE-GRANTED.txt".
       01  WS-GRANTED-STATUS        PIC XX.
       01  WS-PENDING-STATUS        PIC XX.
       01  WS-APPROVALS-STATUS      PIC XX.
       01  WS-BALANCE-STATUS        PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-REQUEST-STATUS        PIC XX.
       01  WS-LUS-CNT               PIC 9(5) VALUE ZERO.
       01  WS-ACCEPTES-CNT          PIC 9(5) VALUE ZERO.
       01  WS-REJETES-CNT           PIC 9(5) VALUE ZERO.
       01  WS-DEPOSEES-CNT          PIC 9(5) VALUE ZERO.
       01  WS-REFUSEES-CNT          PIC 9(5) VALUE ZERO.
       01  WS-ATTENTE-CNT           PIC 9(5) VALUE ZERO.

      * The request being granted, taken from the waiting table.
       01  WS-DEM-CLE               PIC X(8).
       01  WS-DEM-EMP-ID            PIC X(6).
       01  WS-DEM-DATE-DEBUT        PIC 9(8).
       01  WS-DEM-DATE-FIN          PIC 9(8).

       01  WS-PENDING-CNT           PIC 9(5) VALUE ZERO.
       01  WS-G                     PIC 9(5).
       01  WS-ATTENTE-TABLE.
           05 WS-ATTENTE-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-PENDING-CNT
                   INDEXED BY GX.
               10 WS-G-CLE          PIC X(8).
               10 WS-G-EMP-ID       PIC X(6).
               10 WS-G-DATE-DEBUT   PIC 9(8).
               10 WS-G-DATE-FIN     PIC 9(8).
               10 WS-G-DATE-DEPOT   PIC 9(8).
               10 WS-G-ETAT         PIC X(1).
                   88 WS-G-EN-ATTENTE VALUE "P".
                   88 WS-G-TERMINEE   VALUE "X".

      * Rejections read from the approval queue: the gate never
      * matches an R and would file the request anew.
       01  WS-TYPE-CONGE            PIC X(8) VALUE "CONGE".
       01  WS-REJET-CNT             PIC 9(3) VALUE ZERO.
       01  WS-R                     PIC 9(3).
       01  WS-REJET-TABLE.
           05 WS-REJET-ENTRY OCCURS 500 TIMES
                   DEPENDING ON WS-REJET-CNT
                   INDEXED BY RX.
               10 WS-R-CLE          PIC X(8).
       01  WS-REJETEE               PIC X VALUE "N".
           88 DEMANDE-REJETEE       VALUE "Y".

       01  WS-NN-FAMILLE            PIC X(1) VALUE "V".
       01  WS-NOUVEL-ID             PIC X(6).
       01  WS-NN-RESULT             PIC X(1).

       01  WS-AG-PROGRAMME          PIC X(20)
                                 VALUE "LeaveRequestBatch".
       01  WS-AG-CLE                PIC X(8).
       01  WS-AG-DETAIL             PIC X(40).
       01  WS-AG-DEMANDEUR          PIC X(8).
       01  WS-AG-VERDICT            PIC X(1).
       01  WS-EMP-INDEX             PIC 9(5).

       01  WS-NT-PRODUCTEUR         PIC X(20)
                                 VALUE "LeaveRequestBatch".
       01  WS-NT-TEMPLATE           PIC X(8).
       01  WS-NT-DEST-TYPE          PIC X(1) VALUE "E".
       01  WS-NT-CHAMPS.
           05 WS-NT-CHAMP           PIC X(20) OCCURS 5 TIMES.
       01  WS-NT-PAPIER-LOCAL       PIC X(1) VALUE "N".
       01  WS-NT-CANAL              PIC X(1).

       01  WS-EMPLOYEE-CNT          PIC 9(5) VALUE ZERO.
       01  WS-BALANCE-CNT           PIC 9(5) VALUE ZERO.
                   DEPENDING ON WS-EMPLOYEE-CNT
                   INDEXED BY EX.
               10 WS-E-ID           PIC X(6).
               10 WS-E-DEPT         PIC X(4).
               10 WS-E-OPERATEUR    PIC X(8).

       01  WS-BALANCE-TABLE.
           05 WS-BALANCE-ENTRY OCCURS 9999 TIMES
              THRU 2000-TRAITEMENT-FIN
              UNTIL END-OF-FILE.

           PERFORM 2500-SOUMETTRE-DEMANDES-DEB
              THRU 2500-SOUMETTRE-DEMANDES-FIN.

           PERFORM 3000-SAUVEGARDER-SOLDES-DEB
              THRU 3000-SAUVEGARDER-SOLDES-FIN.

              THRU 1100-CHARGER-EMPLOYES-FIN.
           PERFORM 1200-CHARGER-SOLDES-DEB
              THRU 1200-CHARGER-SOLDES-FIN.
           PERFORM 1300-CHARGER-ATTENTE-DEB
              THRU 1300-CHARGER-ATTENTE-FIN.
           PERFORM 1400-CHARGER-REJETS-DEB
              THRU 1400-CHARGER-REJETS-FIN.

           OPEN INPUT REQUEST-FILE.
           IF WS-REQUEST-STATUS NOT = "00"
               STOP RUN
           END-IF.

           OPEN EXTEND GRANTED-FILE.
           IF WS-GRANTED-STATUS = "05" OR WS-GRANTED-STATUS = "35"
               OPEN OUTPUT GRANTED-FILE
           END-IF.
           IF WS-GRANTED-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE GRANTED-FILE: "
                       WS-GRANTED-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REJECT-FILE.
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REJECT-FILE: "
                       ADD 1 TO WS-EMPLOYEE-CNT
                       SET EX TO WS-EMPLOYEE-CNT
                       MOVE EMP-ID TO WS-E-ID(EX)
                       MOVE EMP-DEPARTMENT TO WS-E-DEPT(EX)
                       MOVE EMP-OPERATEUR TO WS-E-OPERATEUR(EX)
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.
       1200-CHARGER-SOLDES-FIN.
           EXIT.

       1300-CHARGER-ATTENTE-DEB.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "35"
               MOVE ZERO TO WS-PENDING-CNT
           ELSE
               IF WS-PENDING-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE PENDING-FILE: "
                           WS-PENDING-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-PENDING-STATUS = "10"
                   READ PENDING-FILE
                       AT END
                           MOVE "10" TO WS-PENDING-STATUS
                       NOT AT END
                           IF WS-PENDING-CNT >= 9999
                               DISPLAY "TABLE DES DEMANDES EN "
                                       "ATTENTE PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-PENDING-CNT
                           SET GX TO WS-PENDING-CNT
                           MOVE LPR-CLE TO WS-G-CLE(GX)
                           MOVE LPR-EMP-ID TO WS-G-EMP-ID(GX)
                           MOVE LPR-DATE-DEBUT TO WS-G-DATE-DEBUT(GX)
                           MOVE LPR-DATE-FIN TO WS-G-DATE-FIN(GX)
                           MOVE LPR-DATE-DEPOT TO WS-G-DATE-DEPOT(GX)
                           MOVE "P" TO WS-G-ETAT(GX)
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
       1300-CHARGER-ATTENTE-FIN.
           EXIT.

      * The approval queue is only read here - ApprovalGate keeps
      * it.
       1400-CHARGER-REJETS-DEB.
           OPEN INPUT APPROVALS-FILE.
           IF WS-APPROVALS-STATUS = "00"
               PERFORM UNTIL WS-APPROVALS-STATUS = "10"
                   READ APPROVALS-FILE
                       AT END
                           MOVE "10" TO WS-APPROVALS-STATUS
                       NOT AT END
                           IF APV-TYPE = WS-TYPE-CONGE
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
       1400-CHARGER-REJETS-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-LUS-CNT.

              THRU 2200-VALIDER-DEMANDE-FIN.

           IF DATE-VALIDE AND EMPLOYE-TROUVE
               PERFORM 2350-DEPOSER-DEMANDE-DEB
                  THRU 2350-DEPOSER-DEMANDE-FIN
           ELSE
               PERFORM 2400-REJETER-DEMANDE-DEB
                  THRU 2400-REJETER-DEMANDE-FIN
       2250-COMPTER-JOURS-OUVRES-DEB.
           MOVE "C" TO WS-BD-FONCTION.
           CALL "BusinessDayCalculator" USING WS-BD-FONCTION
               WS-DEM-DATE-DEBUT WS-DEM-DATE-FIN
               WS-BD-RESULT-DATE WS-JOURS-OUVRES.
       2250-COMPTER-JOURS-OUVRES-FIN.
           EXIT.
           MOVE "N" TO WS-SOLDE-TROUVE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BALANCE-CNT
               IF WS-L-EMP-ID(WS-I) = WS-DEM-EMP-ID
                   MOVE "Y" TO WS-SOLDE-TROUVE
                   MOVE WS-I TO WS-SOLDE-INDEX
               END-IF
           IF NOT SOLDE-TROUVE
               ADD 1 TO WS-BALANCE-CNT
               MOVE WS-BALANCE-CNT TO WS-SOLDE-INDEX
               MOVE WS-DEM-EMP-ID TO WS-L-EMP-ID(WS-SOLDE-INDEX)
               MOVE WS-DROITS-DEFAUT
                   TO WS-L-DROITS(WS-SOLDE-INDEX)
               MOVE ZERO TO WS-L-PRIS(WS-SOLDE-INDEX)

           ADD WS-JOURS-OUVRES TO WS-L-PRIS(WS-SOLDE-INDEX).
           COMPUTE WS-ENTIER-FIN =
                   FUNCTION INTEGER-OF-DATE(WS-DEM-DATE-FIN) + 1.
           COMPUTE WS-L-DATE-RETOUR(WS-SOLDE-INDEX) =
                   FUNCTION DATE-OF-INTEGER(WS-ENTIER-FIN).

      * pending file like any other effective-dated change.
           MOVE SPACES TO EMPLOYEE-STATUS-TRANSACTION.
           MOVE "S" TO TXN-ACTION.
           MOVE WS-DEM-EMP-ID TO TXN-EMP-ID.
           MOVE "CNG" TO TXN-NEW-STATUS.
           MOVE ZERO TO TXN-RECYCLE-CNT.
           MOVE WS-DEM-DATE-DEBUT TO TXN-EFFECTIVE-DATE.
           WRITE EMPLOYEE-STATUS-TRANSACTION.

           MOVE WS-DEM-CLE TO LVG-CLE.
           MOVE WS-DEM-EMP-ID TO LVG-EMP-ID.
           MOVE WS-DEM-DATE-DEBUT TO LVG-DATE-DEBUT.
           MOVE WS-DEM-DATE-FIN TO LVG-DATE-FIN.
           MOVE WS-RUN-DATE TO LVG-DATE-ACCORD.
           WRITE LEAVE-GRANTED-RECORD.

           MOVE "CONGEOK" TO WS-NT-TEMPLATE.
           MOVE SPACES TO WS-NT-CHAMPS.
           MOVE WS-DEM-CLE TO WS-NT-CHAMP(1).
           MOVE WS-DEM-DATE-DEBUT TO WS-NT-CHAMP(2).
           MOVE WS-DEM-DATE-FIN TO WS-NT-CHAMP(3).
           MOVE WS-L-DATE-RETOUR(WS-SOLDE-INDEX) TO WS-NT-CHAMP(4).
           CALL "NotificationWriter" USING WS-NT-PRODUCTEUR
               WS-NT-TEMPLATE WS-NT-DEST-TYPE WS-DEM-EMP-ID
               WS-NT-CHAMPS WS-NT-PAPIER-LOCAL WS-NT-CANAL.

           ADD 1 TO WS-ACCEPTES-CNT.
       2300-ACCORDER-CONGE-FIN.
           EXIT.

      * A good request waits under its own V number for the
      * manager's decision.
       2350-DEPOSER-DEMANDE-DEB.
           IF WS-PENDING-CNT >= 9999
               DISPLAY "TABLE DES DEMANDES EN ATTENTE PLEINE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "NextNumberIssuer" USING WS-NN-FAMILLE
               WS-NOUVEL-ID WS-NN-RESULT.
           IF WS-NN-RESULT NOT = "Y"
               MOVE SPACES TO REJECT-LINE
               STRING REQ-EMP-ID " " REQ-DATE-DEBUT-X " "
                      REQ-DATE-FIN-X " NUMEROTATION INDISPONIBLE"
                      DELIMITED BY SIZE INTO REJECT-LINE
               WRITE REJECT-LINE
               ADD 1 TO WS-REJETES-CNT
           ELSE
               ADD 1 TO WS-PENDING-CNT
               SET GX TO WS-PENDING-CNT
               MOVE SPACES TO WS-G-CLE(GX)
               MOVE WS-NOUVEL-ID TO WS-G-CLE(GX)
               MOVE REQ-EMP-ID TO WS-G-EMP-ID(GX)
               MOVE REQ-DATE-DEBUT TO WS-G-DATE-DEBUT(GX)
               MOVE REQ-DATE-FIN TO WS-G-DATE-FIN(GX)
               MOVE WS-RUN-DATE TO WS-G-DATE-DEPOT(GX)
               MOVE "P" TO WS-G-ETAT(GX)
               ADD 1 TO WS-DEPOSEES-CNT
           END-IF.
       2350-DEPOSER-DEMANDE-FIN.
           EXIT.

       2400-REJETER-DEMANDE-DEB.
           MOVE SPACES TO REJECT-LINE.
           IF NOT EMPLOYE-TROUVE
       2400-REJETER-DEMANDE-FIN.
           EXIT.

      * Every waiting request through the gate: approved, it is
      * granted; rejected by the line, it goes to the reject file;
      * otherwise it keeps waiting. The employee's own operator id,
      * where the master has one, files the request.
       2500-SOUMETTRE-DEMANDES-DEB.
           PERFORM 2600-SOUMETTRE-UNE-DEMANDE-DEB
              THRU 2600-SOUMETTRE-UNE-DEMANDE-FIN
              VARYING WS-G FROM 1 BY 1
              UNTIL WS-G > WS-PENDING-CNT.
       2500-SOUMETTRE-DEMANDES-FIN.
           EXIT.

       2600-SOUMETTRE-UNE-DEMANDE-DEB.
           MOVE WS-G-CLE(WS-G) TO WS-AG-CLE.
           MOVE "N" TO WS-REJETEE.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-REJET-CNT
               IF WS-R-CLE(WS-R) = WS-AG-CLE
                   MOVE "Y" TO WS-REJETEE
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-EMP-INDEX.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-EMPLOYEE-CNT
               IF WS-E-ID(WS-I) = WS-G-EMP-ID(WS-G)
                   MOVE WS-I TO WS-EMP-INDEX
               END-IF
           END-PERFORM.

           IF DEMANDE-REJETEE
               MOVE "X" TO WS-G-ETAT(WS-G)
               MOVE SPACES TO REJECT-LINE
               STRING WS-G-EMP-ID(WS-G) " " WS-G-DATE-DEBUT(WS-G) " "
                      WS-G-DATE-FIN(WS-G) " " WS-G-CLE(WS-G)
                      " REFUSEE PAR LA HIERARCHIE"
                      DELIMITED BY SIZE INTO REJECT-LINE
               WRITE REJECT-LINE
               ADD 1 TO WS-REFUSEES-CNT
               MOVE "CONGEKO" TO WS-NT-TEMPLATE
               MOVE SPACES TO WS-NT-CHAMPS
               MOVE WS-G-CLE(WS-G) TO WS-NT-CHAMP(1)
               MOVE WS-G-DATE-DEBUT(WS-G) TO WS-NT-CHAMP(2)
               MOVE WS-G-DATE-FIN(WS-G) TO WS-NT-CHAMP(3)
               CALL "NotificationWriter" USING WS-NT-PRODUCTEUR
                   WS-NT-TEMPLATE WS-NT-DEST-TYPE WS-G-EMP-ID(WS-G)
                   WS-NT-CHAMPS WS-NT-PAPIER-LOCAL WS-NT-CANAL
           ELSE
               MOVE SPACES TO WS-AG-DETAIL
               MOVE SPACES TO WS-AG-DEMANDEUR
               IF WS-EMP-INDEX = ZERO
                   STRING WS-G-EMP-ID(WS-G) " " WS-G-DATE-DEPOT(WS-G)
                          " ---- " WS-G-DATE-DEBUT(WS-G) "-"
                          WS-G-DATE-FIN(WS-G)
                          DELIMITED BY SIZE INTO WS-AG-DETAIL
               ELSE
                   STRING WS-G-EMP-ID(WS-G) " " WS-G-DATE-DEPOT(WS-G)
                          " " WS-E-DEPT(WS-EMP-INDEX) " "
                          WS-G-DATE-DEBUT(WS-G) "-"
                          WS-G-DATE-FIN(WS-G)
                          DELIMITED BY SIZE INTO WS-AG-DETAIL
                   MOVE WS-E-OPERATEUR(WS-EMP-INDEX)
                       TO WS-AG-DEMANDEUR
               END-IF
               IF WS-AG-DEMANDEUR = SPACES
                   MOVE WS-G-EMP-ID(WS-G) TO WS-AG-DEMANDEUR
               END-IF
               CALL "ApprovalGate" USING WS-AG-PROGRAMME
                   WS-TYPE-CONGE WS-AG-CLE WS-AG-DETAIL
                   WS-AG-DEMANDEUR WS-AG-VERDICT
               IF WS-AG-VERDICT = "A"
                   MOVE "X" TO WS-G-ETAT(WS-G)
                   MOVE WS-G-CLE(WS-G) TO WS-DEM-CLE
                   MOVE WS-G-EMP-ID(WS-G) TO WS-DEM-EMP-ID
                   MOVE WS-G-DATE-DEBUT(WS-G) TO WS-DEM-DATE-DEBUT
                   MOVE WS-G-DATE-FIN(WS-G) TO WS-DEM-DATE-FIN
                   PERFORM 2300-ACCORDER-CONGE-DEB
                      THRU 2300-ACCORDER-CONGE-FIN
               ELSE
                   ADD 1 TO WS-ATTENTE-CNT
               END-IF
           END-IF.
       2600-SOUMETTRE-UNE-DEMANDE-FIN.
           EXIT.

       3000-SAUVEGARDER-SOLDES-DEB.
           OPEN OUTPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS NOT = "00"
           END-PERFORM.

           CLOSE BALANCE-FILE.

           OPEN OUTPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE PENDING-FILE: "
                       WS-PENDING-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-PENDING-CNT
               IF WS-G-EN-ATTENTE(WS-G)
                   MOVE SPACES TO LEAVE-PENDING-RECORD
                   MOVE WS-G-CLE(WS-G) TO LPR-CLE
                   MOVE WS-G-EMP-ID(WS-G) TO LPR-EMP-ID
                   MOVE WS-G-DATE-DEBUT(WS-G) TO LPR-DATE-DEBUT
                   MOVE WS-G-DATE-FIN(WS-G) TO LPR-DATE-FIN
                   MOVE WS-G-DATE-DEPOT(WS-G) TO LPR-DATE-DEPOT
                   WRITE LEAVE-PENDING-RECORD
               END-IF
           END-PERFORM.
           CLOSE PENDING-FILE.
       3000-SAUVEGARDER-SOLDES-FIN.
           EXIT.


       9000-TERMINAISON-DEB.
           CLOSE REQUEST-FILE.
      * The requests now wait on the pending file: a second launch
      * must not file them again.
           OPEN OUTPUT REQUEST-FILE.
           CLOSE REQUEST-FILE.
           CLOSE STATUS-TXN-FILE.
           CLOSE GRANTED-FILE.
           CLOSE REJECT-FILE.
           CLOSE BALANCE-REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "TRAITEMENT DES DEMANDES DE CONGE TERMINE.".
           DISPLAY "DEMANDES LUES         : " WS-LUS-CNT.
           DISPLAY "DEPOSEES              : " WS-DEPOSEES-CNT.
           DISPLAY "ACCORDEES             : " WS-ACCEPTES-CNT.
           DISPLAY "REJETEES              : " WS-REJETES-CNT.
           DISPLAY "REFUSEES HIERARCHIE   : " WS-REFUSEES-CNT.
           DISPLAY "EN ATTENTE DECISION   : " WS-ATTENTE-CNT.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
