      * identities go to the shared audit trail, and the original
      * job applies the operation on its next pass - only if
      * approved.
      * Expense claims (type NOTEFRAI, filed by ExpenseClaimBatch)
      * follow the line of management instead: the only operator
      * who may decide one is the head of the claimant's
      * department, as named on the department master - the
      * department code leads the request's detail line - and the
      * authorization level does not come into it.
      * Leave requests (type CONGE, LeaveRequestBatch) and clock
      * exceptions (type POINTAGE, TimeClockBatch) follow the
      * reporting line of the employee master: the detail line
      * leads with the employee, the day the request was filed and
      * the department, and the request belongs to the employee's
      * direct manager - the operator the master links to that
      * manager. After the escalation delay of
      * Data/APPROVAL-ROUTING-PARM.txt (business days, 3 by
      * default) without a decision it climbs one level, and one
      * more for every further delay; a manager who has left or
      * has no operator is passed over. Whoever holds the request
      * or stands above them may decide; an employee with nobody
      * above falls back to the department head. The routing
      * report lists every such request still waiting, with the
      * manager it sits with now.
      * The queue is rewritten to what is still live, as
      * ApprovalGate does: a consumed request (X) is dropped, and so
      * is a rejected one that a later request for the same type
      * and key has replaced; the row with the highest request id
      * always stays. A queue too big for the table ends the run on
      * code 16 before anything is decided.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN DYNAMIC WS-DEPT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ROUTING-PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ROUTING-REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVALS-FILE.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(70).

       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-RECORD.
           05 DEPT-CODE             PIC X(4).
           05 DEPT-NAME             PIC X(20).
           05 DEPT-RESPONSABLE      PIC X(8).

       FD  EMPLOYEE-MASTER-FILE.
           COPY "EmployeeMaster.cpy".

       FD  ROUTING-PARM-FILE.
       01  ROUTING-PARM-RECORD.
           05 PRM-DELAI-ESCALADE    PIC 9(2).

       FD  ROUTING-REPORT-FILE.
       01  ROUTING-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-APPROVALS-PATH        PIC X(40)
                                 VALUE "Data/PENDING-APPROVALS.txt".
       01  WS-DECISIONS-PATH        PIC X(40)
       01  WS-DECISIONS-STATUS      PIC XX.
       01  WS-OPERATOR-STATUS       PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-DEPT-PATH             PIC X(40)
                                 VALUE "Data/DEPARTMENT-MASTER.txt".
       01  WS-DEPT-STATUS           PIC XX.
       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/EMPLOYEE-MASTER.txt".
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/APPROVAL-ROUTING-PARM.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-REPORT-PATH           PIC X(40)
                             VALUE "Data/APPROVAL-ROUTING-REPORT.txt".
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-APV-CNT               PIC 9(3) VALUE ZERO.
       01  WS-A                     PIC 9(3).
       01  WS-APV-TROUVE            PIC 9(3).
       01  WS-ID-MAX                PIC 9(5) VALUE ZERO.
       01  WS-SUIVANT               PIC 9(3).
       01  WS-B                     PIC 9(3).
       01  WS-A-GARDER              PIC X.
           88 A-GARDER              VALUE "Y".

       01  WS-APV-TABLE.
           05 WS-APV-ENTRY OCCURS 500 TIMES
       01  WS-NIVEAU-OPERATEUR      PIC 9(1).
       01  WS-OPERATEUR-CONNU       PIC X.

       01  WS-DEPT-CNT              PIC 9(3) VALUE ZERO.
       01  WS-DP                    PIC 9(3).

       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES
                   DEPENDING ON WS-DEPT-CNT
                   INDEXED BY DX.
               10 WS-DP-CODE        PIC X(4).
               10 WS-DP-RESPONSABLE PIC X(8).

       01  WS-TYPE-NOTE-FRAIS       PIC X(8) VALUE "NOTEFRAI".
       01  WS-NOTE-FRAIS            PIC X VALUE "N".
           88 NOTE-DE-FRAIS         VALUE "Y".
       01  WS-RESPONSABLE           PIC X(8).

      * Requests routed along the reporting line.
       01  WS-TYPE-CONGE            PIC X(8) VALUE "CONGE".
       01  WS-TYPE-POINTAGE         PIC X(8) VALUE "POINTAGE".
       01  WS-LIGNE-HIERARCHIQUE    PIC X VALUE "N".
           88 LIGNE-HIERARCHIQUE    VALUE "Y".
       01  WS-DECIDEUR-AUTORISE     PIC X VALUE "N".
           88 DECIDEUR-AUTORISE     VALUE "Y".

       01  WS-DELAI-ESCALADE        PIC 9(2) VALUE 3.
       01  WS-RUN-DATE              PIC 9(8).

       01  WS-EMPLOYEE-CNT          PIC 9(5) VALUE ZERO.
       01  WS-E                     PIC 9(5).

       01  WS-EMPLOYEE-TABLE.
           05 WS-EMPLOYEE-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-EMPLOYEE-CNT
                   INDEXED BY EX.
               10 WS-E-ID           PIC X(6).
               10 WS-E-STATUT       PIC X(08).
               10 WS-E-DEPT         PIC X(4).
               10 WS-E-RESPONSABLE  PIC X(6).
               10 WS-E-OPERATEUR    PIC X(8).

           COPY "EmployeeStatusCodes.cpy".

      * The managers above the employee who can decide, nearest
      * first. The walk stops at the top of the tree, at a manager
      * not on the master, or after as many steps as there are
      * employees - a broken chain cannot hold the run.
       01  WS-CHAINE-CNT            PIC 9(2) VALUE ZERO.
       01  WS-K                     PIC 9(2).
       01  WS-CHAINE-TABLE.
           05 WS-CHAINE-ENTRY OCCURS 20 TIMES.
               10 WS-CH-EMP-ID      PIC X(6).
               10 WS-CH-OPERATEUR   PIC X(8).
       01  WS-CHAINE-ID             PIC X(6).
       01  WS-CHAINE-PAS            PIC 9(5).
       01  WS-CHAINE-SUIVANT        PIC 9(5).

       01  WS-ROUTE-EMP-ID          PIC X(6).
       01  WS-ROUTE-DEPT            PIC X(4).
       01  WS-ROUTE-DATE-X          PIC X(8).
       01  WS-ROUTE-DATE REDEFINES WS-ROUTE-DATE-X
                                    PIC 9(8).
       01  WS-ROUTE-NIVEAU          PIC 9(2).
       01  WS-ROUTE-EMP-IDX         PIC 9(5).
       01  WS-ROUTE-OPERATEUR       PIC X(8).
       01  WS-ROUTE-RESPONSABLE     PIC X(6).
       01  WS-JOURS-ATTENTE         PIC 9(4).
       01  WS-BD-FONCTION           PIC X(1).
       01  WS-BD-LENDEMAIN          PIC 9(8).
       01  WS-BD-RESULT-DATE        PIC 9(8).
       01  WS-BD-NUL                PIC 9(4).
       01  WS-ESCALADE-CNT          PIC 9(5) VALUE ZERO.
       01  WS-EN-ATTENTE-CNT        PIC 9(5) VALUE ZERO.

       01  WS-TOTAL-CNT             PIC 9(5) VALUE ZERO.
       01  WS-APPROUVE-CNT          PIC 9(5) VALUE ZERO.
       01  WS-REJETE-CNT            PIC 9(5) VALUE ZERO.
              THRU 2000-TRAITER-DECISION-FIN
              UNTIL END-OF-FILE.

           PERFORM 4000-EDITER-ROUTAGE-DEB
              THRU 4000-EDITER-ROUTAGE-FIN.

           PERFORM 5000-SAUVEGARDER-APPROBATIONS-DEB
              THRU 5000-SAUVEGARDER-APPROBATIONS-FIN.

           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-CHARGER-APPROBATIONS-DEB
              THRU 1100-CHARGER-APPROBATIONS-FIN.
           PERFORM 1200-CHARGER-OPERATEURS-DEB
              THRU 1200-CHARGER-OPERATEURS-FIN.
           PERFORM 1300-CHARGER-DEPARTEMENTS-DEB
              THRU 1300-CHARGER-DEPARTEMENTS-FIN.
           PERFORM 1400-CHARGER-EMPLOYES-DEB
              THRU 1400-CHARGER-EMPLOYES-FIN.
           PERFORM 1500-CHARGER-PARM-DEB
              THRU 1500-CHARGER-PARM-FIN.

           OPEN INPUT DECISIONS-FILE.
           IF WS-DECISIONS-STATUS = "35"
                       AT END
                           MOVE "10" TO WS-APPROVALS-STATUS
                       NOT AT END
                           IF APV-ID > WS-ID-MAX
                               MOVE APV-ID TO WS-ID-MAX
                           END-IF
                           IF APV-STATUT NOT = "X"
                                   OR APV-ID = WS-ID-MAX
                               IF WS-APV-CNT NOT < 500
                                   DISPLAY
                                       "TABLE DES APPROBATIONS PLEINE"
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-APV-CNT
                               SET AX TO WS-APV-CNT
                               MOVE APV-ID TO WS-A-ID(AX)
       1200-CHARGER-OPERATEURS-FIN.
           EXIT.

      * Department heads for the expense claims. No department
      * master means no head anywhere: every claim decision is
      * refused until the master is back.
       1300-CHARGER-DEPARTEMENTS-DEB.
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
                               MOVE DEPT-RESPONSABLE
                                   TO WS-DP-RESPONSABLE(DX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPARTMENT-MASTER-FILE
           END-IF.
       1300-CHARGER-DEPARTEMENTS-FIN.
           EXIT.

      * The reporting line. No master means no manager anywhere:
      * every routed request then sits with its department head.
       1400-CHARGER-EMPLOYES-DEB.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-STATUS = "10"
                   READ EMPLOYEE-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-STATUS
                       NOT AT END
                           IF WS-EMPLOYEE-CNT < 9999
                               ADD 1 TO WS-EMPLOYEE-CNT
                               SET EX TO WS-EMPLOYEE-CNT
                               MOVE EMP-ID TO WS-E-ID(EX)
                               MOVE EMP-STATUT-EMPLOYE
                                   TO WS-E-STATUT(EX)
                               MOVE EMP-DEPARTMENT TO WS-E-DEPT(EX)
                               MOVE EMP-RESPONSABLE
                                   TO WS-E-RESPONSABLE(EX)
                               MOVE EMP-OPERATEUR
                                   TO WS-E-OPERATEUR(EX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
       1400-CHARGER-EMPLOYES-FIN.
           EXIT.

       1500-CHARGER-PARM-DEB.
           OPEN INPUT ROUTING-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ ROUTING-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-DELAI-ESCALADE IS NUMERIC
                               AND PRM-DELAI-ESCALADE > ZERO
                           MOVE PRM-DELAI-ESCALADE
                               TO WS-DELAI-ESCALADE
                       END-IF
               END-READ
               CLOSE ROUTING-PARM-FILE
           END-IF.
       1500-CHARGER-PARM-FIN.
           EXIT.

       2000-TRAITER-DECISION-DEB.
           ADD 1 TO WS-TOTAL-CNT.

               END-IF
           END-PERFORM.

           MOVE "N" TO WS-NOTE-FRAIS.
           MOVE "N" TO WS-LIGNE-HIERARCHIQUE.
           MOVE "N" TO WS-DECIDEUR-AUTORISE.
           MOVE SPACES TO WS-RESPONSABLE.
           IF WS-APV-TROUVE > ZERO
               IF WS-A-TYPE(WS-APV-TROUVE) = WS-TYPE-CONGE
                       OR WS-A-TYPE(WS-APV-TROUVE) = WS-TYPE-POINTAGE
                   MOVE "Y" TO WS-LIGNE-HIERARCHIQUE
                   MOVE WS-APV-TROUVE TO WS-A
                   PERFORM 2500-ROUTER-DEMANDE-DEB
                      THRU 2500-ROUTER-DEMANDE-FIN
                   PERFORM VARYING WS-K FROM WS-ROUTE-NIVEAU BY 1
                           UNTIL WS-K > WS-CHAINE-CNT
                       IF WS-CH-OPERATEUR(WS-K) = DCN-OPERATEUR
                           MOVE "Y" TO WS-DECIDEUR-AUTORISE
                       END-IF
                   END-PERFORM
                   IF WS-CHAINE-CNT = ZERO
                           AND WS-ROUTE-OPERATEUR NOT = SPACES
                           AND WS-ROUTE-OPERATEUR = DCN-OPERATEUR
                       MOVE "Y" TO WS-DECIDEUR-AUTORISE
                   END-IF
               END-IF
               IF WS-A-TYPE(WS-APV-TROUVE) = WS-TYPE-NOTE-FRAIS
                   MOVE "Y" TO WS-NOTE-FRAIS
                   PERFORM VARYING WS-DP FROM 1 BY 1
                           UNTIL WS-DP > WS-DEPT-CNT
                       IF WS-DP-CODE(WS-DP)
                               = WS-A-DETAIL(WS-APV-TROUVE)(1:4)
                           MOVE WS-DP-RESPONSABLE(WS-DP)
                               TO WS-RESPONSABLE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-APV-TROUVE = ZERO
                   MOVE "DEMANDE INTROUVABLE" TO SUSPENSE-LINE
                   MOVE "OPERATEUR INCONNU" TO SUSPENSE-LINE
                   PERFORM 2300-REFUSER-DECISION-DEB
                      THRU 2300-REFUSER-DECISION-FIN
               WHEN NOTE-DE-FRAIS
                       AND (WS-RESPONSABLE = SPACES
                         OR DCN-OPERATEUR NOT = WS-RESPONSABLE)
                   MOVE "HORS RESPONSABLE DEPT" TO SUSPENSE-LINE
                   PERFORM 2300-REFUSER-DECISION-DEB
                      THRU 2300-REFUSER-DECISION-FIN
               WHEN LIGNE-HIERARCHIQUE AND NOT DECIDEUR-AUTORISE
                   MOVE "HORS LIGNE HIERARCHIQUE" TO SUSPENSE-LINE
                   PERFORM 2300-REFUSER-DECISION-DEB
                      THRU 2300-REFUSER-DECISION-FIN
               WHEN WS-NIVEAU-OPERATEUR < 2 AND NOT NOTE-DE-FRAIS
                       AND NOT LIGNE-HIERARCHIQUE
                   MOVE "NIVEAU INSUFFISANT" TO SUSPENSE-LINE
                   PERFORM 2300-REFUSER-DECISION-DEB
                      THRU 2300-REFUSER-DECISION-FIN
       2300-REFUSER-DECISION-FIN.
           EXIT.

      * Who holds request WS-A today. The chain of managers able to
      * decide is built nearest first; the business days waited
      * since the filing day, divided by the escalation delay, say
      * how many levels the request has climbed, and the top of
      * the chain keeps it once reached. With nobody above the
      * employee the department head holds it.
       2500-ROUTER-DEMANDE-DEB.
           MOVE WS-A-DETAIL(WS-A)(1:6) TO WS-ROUTE-EMP-ID.
           MOVE WS-A-DETAIL(WS-A)(8:8) TO WS-ROUTE-DATE-X.
           MOVE WS-A-DETAIL(WS-A)(17:4) TO WS-ROUTE-DEPT.

           MOVE ZERO TO WS-ROUTE-EMP-IDX.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EMPLOYEE-CNT
               IF WS-E-ID(WS-E) = WS-ROUTE-EMP-ID
                   MOVE WS-E TO WS-ROUTE-EMP-IDX
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-CHAINE-CNT.
           MOVE SPACES TO WS-CHAINE-ID.
           IF WS-ROUTE-EMP-IDX NOT = ZERO
               MOVE WS-E-RESPONSABLE(WS-ROUTE-EMP-IDX)
                   TO WS-CHAINE-ID
               IF WS-ROUTE-DEPT = SPACES
                   MOVE WS-E-DEPT(WS-ROUTE-EMP-IDX) TO WS-ROUTE-DEPT
               END-IF
           END-IF.
           PERFORM VARYING WS-CHAINE-PAS FROM 1 BY 1
                   UNTIL WS-CHAINE-PAS > WS-EMPLOYEE-CNT
                      OR WS-CHAINE-ID = SPACES
                      OR WS-CHAINE-ID = WS-ROUTE-EMP-ID
                      OR WS-CHAINE-CNT >= 20
               MOVE ZERO TO WS-CHAINE-SUIVANT
               PERFORM VARYING WS-E FROM 1 BY 1
                       UNTIL WS-E > WS-EMPLOYEE-CNT
                   IF WS-E-ID(WS-E) = WS-CHAINE-ID
                       MOVE WS-E TO WS-CHAINE-SUIVANT
                   END-IF
               END-PERFORM
               IF WS-CHAINE-SUIVANT = ZERO
                   MOVE SPACES TO WS-CHAINE-ID
               ELSE
                   MOVE WS-E-STATUT(WS-CHAINE-SUIVANT)
                       TO WS-STATUT-EMPLOYE
                   IF WS-E-OPERATEUR(WS-CHAINE-SUIVANT) NOT = SPACES
                           AND NOT STATUT-LICENCIE
                           AND NOT STATUT-RETRAITE
                       ADD 1 TO WS-CHAINE-CNT
                       MOVE WS-CHAINE-ID
                           TO WS-CH-EMP-ID(WS-CHAINE-CNT)
                       MOVE WS-E-OPERATEUR(WS-CHAINE-SUIVANT)
                           TO WS-CH-OPERATEUR(WS-CHAINE-CNT)
                   END-IF
                   MOVE WS-E-RESPONSABLE(WS-CHAINE-SUIVANT)
                       TO WS-CHAINE-ID
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-JOURS-ATTENTE.
           IF WS-ROUTE-DATE-X IS NUMERIC
                   AND WS-ROUTE-DATE < WS-RUN-DATE
               MOVE "N" TO WS-BD-FONCTION
               CALL "BusinessDayCalculator" USING WS-BD-FONCTION
                   WS-ROUTE-DATE WS-RUN-DATE
                   WS-BD-LENDEMAIN WS-BD-NUL
               MOVE "C" TO WS-BD-FONCTION
               CALL "BusinessDayCalculator" USING WS-BD-FONCTION
                   WS-BD-LENDEMAIN WS-RUN-DATE
                   WS-BD-RESULT-DATE WS-JOURS-ATTENTE
           END-IF.

           COMPUTE WS-ROUTE-NIVEAU =
                   WS-JOURS-ATTENTE / WS-DELAI-ESCALADE + 1.
           IF WS-ROUTE-NIVEAU > WS-CHAINE-CNT
               MOVE WS-CHAINE-CNT TO WS-ROUTE-NIVEAU
           END-IF.

           MOVE SPACES TO WS-ROUTE-OPERATEUR.
           MOVE SPACES TO WS-ROUTE-RESPONSABLE.
           IF WS-CHAINE-CNT > ZERO
               MOVE WS-CH-EMP-ID(WS-ROUTE-NIVEAU)
                   TO WS-ROUTE-RESPONSABLE
               MOVE WS-CH-OPERATEUR(WS-ROUTE-NIVEAU)
                   TO WS-ROUTE-OPERATEUR
           ELSE
               MOVE 1 TO WS-ROUTE-NIVEAU
               PERFORM VARYING WS-DP FROM 1 BY 1
                       UNTIL WS-DP > WS-DEPT-CNT
                   IF WS-DP-CODE(WS-DP) = WS-ROUTE-DEPT
                       MOVE WS-DP-RESPONSABLE(WS-DP)
                           TO WS-ROUTE-OPERATEUR
                   END-IF
               END-PERFORM
           END-IF.
       2500-ROUTER-DEMANDE-FIN.
           EXIT.

      * The requests still waiting on the reporting line and who
      * holds each one now - the list the managers work from.
       4000-EDITER-ROUTAGE-DEB.
           OPEN OUTPUT ROUTING-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE ROUTING-REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE "ApprovalRelease" TO RH-PROGRAM-ID.
           MOVE "ROUTAGE HIERARCHIQUE" TO RH-REPORT-TITLE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM 4100-EDITER-DEMANDE-DEB
              THRU 4100-EDITER-DEMANDE-FIN
              VARYING WS-A FROM 1 BY 1
              UNTIL WS-A > WS-APV-CNT.

           IF RH-PAGE-NUMBER = ZERO
               PERFORM 4200-IMPRIMER-ENTETE-DEB
                  THRU 4200-IMPRIMER-ENTETE-FIN
               MOVE "AUCUNE DEMANDE EN ATTENTE" TO ROUTING-REPORT-LINE
               WRITE ROUTING-REPORT-LINE
           END-IF.
           CLOSE ROUTING-REPORT-FILE.
       4000-EDITER-ROUTAGE-FIN.
           EXIT.

       4100-EDITER-DEMANDE-DEB.
           IF WS-A-STATUT(WS-A) = "P"
                   AND (WS-A-TYPE(WS-A) = WS-TYPE-CONGE
                     OR WS-A-TYPE(WS-A) = WS-TYPE-POINTAGE)
               PERFORM 2500-ROUTER-DEMANDE-DEB
                  THRU 2500-ROUTER-DEMANDE-FIN
               IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
                   PERFORM 4200-IMPRIMER-ENTETE-DEB
                      THRU 4200-IMPRIMER-ENTETE-FIN
               END-IF
               ADD 1 TO WS-EN-ATTENTE-CNT
               MOVE SPACES TO ROUTING-REPORT-LINE
               STRING WS-A-ID(WS-A) " " WS-A-TYPE(WS-A) " "
                      WS-A-CLE(WS-A) " " WS-ROUTE-EMP-ID " "
                      WS-ROUTE-DATE-X " J=" WS-JOURS-ATTENTE
                      " A " WS-ROUTE-RESPONSABLE " "
                      WS-ROUTE-OPERATEUR
                      DELIMITED BY SIZE INTO ROUTING-REPORT-LINE
               EVALUATE TRUE
                   WHEN WS-CHAINE-CNT = ZERO
                       MOVE "CHEF DEPT" TO ROUTING-REPORT-LINE(67:)
                   WHEN WS-ROUTE-NIVEAU > 1
                       ADD 1 TO WS-ESCALADE-CNT
                       STRING "ESCALADE " WS-ROUTE-NIVEAU
                              DELIMITED BY SIZE
                              INTO ROUTING-REPORT-LINE(67:)
               END-EVALUATE
               WRITE ROUTING-REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           END-IF.
       4100-EDITER-DEMANDE-FIN.
           EXIT.

       4200-IMPRIMER-ENTETE-DEB.
           ADD 1 TO RH-PAGE-NUMBER.
           MOVE SPACES TO RH-HEADING-LINE-1.
           STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                  " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                  DELIMITED BY SIZE INTO RH-HEADING-LINE-1.
           MOVE RH-HEADING-LINE-1 TO ROUTING-REPORT-LINE.
           WRITE ROUTING-REPORT-LINE.
           MOVE ZERO TO RH-LINE-COUNT.
       4200-IMPRIMER-ENTETE-FIN.
           EXIT.

       5000-SAUVEGARDER-APPROBATIONS-DEB.
           PERFORM 5100-PURGER-DEB
              THRU 5100-PURGER-FIN.
           OPEN OUTPUT APPROVALS-FILE.
           IF WS-APPROVALS-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE APPROVALS-FILE: "
       5000-SAUVEGARDER-APPROBATIONS-FIN.
           EXIT.

      * Packs the table down to the live requests before the rewrite.
       5100-PURGER-DEB.
           MOVE ZERO TO WS-SUIVANT.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-APV-CNT
               MOVE "Y" TO WS-A-GARDER
               IF WS-A-ID(WS-A) NOT = WS-ID-MAX
                   IF WS-A-STATUT(WS-A) = "X"
                       MOVE "N" TO WS-A-GARDER
                   END-IF
                   IF WS-A-STATUT(WS-A) = "R"
                       COMPUTE WS-B = WS-A + 1
                       PERFORM UNTIL WS-B > WS-APV-CNT
                               OR NOT A-GARDER
                           IF WS-A-TYPE(WS-B) = WS-A-TYPE(WS-A)
                                   AND WS-A-CLE(WS-B) = WS-A-CLE(WS-A)
                               MOVE "N" TO WS-A-GARDER
                           END-IF
                           ADD 1 TO WS-B
                       END-PERFORM
                   END-IF
               END-IF
               IF A-GARDER
                   ADD 1 TO WS-SUIVANT
                   MOVE WS-APV-ENTRY(WS-A)
                       TO WS-APV-ENTRY(WS-SUIVANT)
               END-IF
           END-PERFORM.
           MOVE WS-SUIVANT TO WS-APV-CNT.
       5100-PURGER-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE SUSPENSE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "APPROUVEES            : " WS-APPROUVE-CNT.
           DISPLAY "REJETEES              : " WS-REJETE-CNT.
           DISPLAY "REFUSEES              : " WS-REFUSE-CNT.
           DISPLAY "EN ATTENTE HIERARCHIE : " WS-EN-ATTENTE-CNT.
           DISPLAY "DONT ESCALADEES       : " WS-ESCALADE-CNT.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
