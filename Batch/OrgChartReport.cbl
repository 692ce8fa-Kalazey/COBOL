       IDENTIFICATION DIVISION.
       PROGRAM-ID. OrgChartReport.
       AUTHOR. Mathieu.

      * Organization chart by department, printed from the reporting
      * line ReportingLineMaintenance keeps on the employee master.
      * Within each department of the department master, the tree
      * starts from the employees nobody in the department stands
      * above - the head of the tree, someone reporting outside the
      * department (the manager is shown) or someone whose manager
      * has left - and each level of reports is indented under its
      * manager, with the count of direct reports. Employees who
      * have left are not drawn. An employee the walk never reaches
      * can only sit on a loop of the reporting line, which the
      * maintenance refuses but a hand-edited master could carry:
      * those are listed apart and the run ends with condition
      * code 4. Employees of a department missing from the
      * department master come last.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT DEPARTMENT-MASTER-FILE ASSIGN DYNAMIC WS-DEPT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY "EmployeeMaster.cpy".

       FD  DEPARTMENT-MASTER-FILE.
       01  DEPARTMENT-MASTER-RECORD.
           05 DEPT-CODE             PIC X(4).
           05 DEPT-NAME             PIC X(20).
           05 DEPT-RESPONSABLE      PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/EMPLOYEE-MASTER.txt".
       01  WS-DEPT-PATH             PIC X(40)
                                 VALUE "Data/DEPARTMENT-MASTER.txt".
       01  WS-REPORT-PATH           PIC X(40)
                                 VALUE "Data/ORG-CHART-REPORT.txt".
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-DEPT-STATUS           PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-RUN-DATE              PIC 9(8).

       01  WS-DEPT-CNT              PIC 9(3) VALUE ZERO.
       01  WS-D                     PIC 9(3).

       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES
                   DEPENDING ON WS-DEPT-CNT
                   INDEXED BY DX.
               10 WS-D-CODE         PIC X(4).
               10 WS-D-NOM          PIC X(20).

       01  WS-EMPLOYEE-CNT          PIC 9(5) VALUE ZERO.
       01  WS-E                     PIC 9(5).
       01  WS-F                     PIC 9(5).

      * WS-E-RESP-INDEX points at the manager's slot (zero: none on
      * the master); WS-E-VU marks who the chart has drawn.
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMPLOYEE-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-EMPLOYEE-CNT
                   INDEXED BY EX.
               10 WS-E-ID           PIC X(6).
               10 WS-E-NAME         PIC X(20).
               10 WS-E-STATUT       PIC X(08).
               10 WS-E-DEPT         PIC X(4).
               10 WS-E-RESPONSABLE  PIC X(6).
               10 WS-E-RESP-INDEX   PIC 9(5).
               10 WS-E-PARTI        PIC X(1).
                   88 WS-E-EST-PARTI VALUE "Y".
               10 WS-E-VU           PIC X(1).
                   88 WS-E-EST-VU   VALUE "Y".
               10 WS-E-DEPT-CONNU   PIC X(1).
                   88 WS-E-EST-DEPT-CONNU VALUE "Y".

           COPY "EmployeeStatusCodes.cpy".

      * Depth-first walk without recursion: the pile holds the slots
      * still to draw and the level each one is drawn at.
       01  WS-PILE-CNT              PIC 9(5) VALUE ZERO.
       01  WS-PILE-TABLE.
           05 WS-PILE-ENTRY OCCURS 9999 TIMES.
               10 WS-PI-INDEX       PIC 9(5).
               10 WS-PI-NIVEAU      PIC 9(3).
       01  WS-NOEUD                 PIC 9(5).
       01  WS-NIVEAU                PIC 9(3).
       01  WS-RETRAIT               PIC 9(3).
       01  WS-SUBORDONNES           PIC 9(4).
       01  WS-RACINE                PIC X.
           88 EST-RACINE            VALUE "Y".
       01  WS-NOTE                  PIC X(30).

       01  WS-TD-EFFECTIF           PIC 9(5).
       01  WS-TD-HORS-ARBRE         PIC 9(5).
       01  WS-TG-EFFECTIF           PIC 9(5) VALUE ZERO.
       01  WS-TG-HORS-ARBRE         PIC 9(5) VALUE ZERO.
       01  WS-SANS-DEPT-CNT         PIC 9(5) VALUE ZERO.

       01  WS-CNT-EDITE             PIC ZZZ9.
       01  WS-CNT2-EDITE            PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 3000-EDITER-DEPT-DEB
              THRU 3000-EDITER-DEPT-FIN
              VARYING WS-D FROM 1 BY 1
              UNTIL WS-D > WS-DEPT-CNT.

           PERFORM 5000-EDITER-SANS-DEPT-DEB
              THRU 5000-EDITER-SANS-DEPT-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "OrgChartReport" TO RH-PROGRAM-ID.
           MOVE "ORGANIGRAMME" TO RH-REPORT-TITLE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM 1100-CHARGER-DEPARTEMENTS-DEB
              THRU 1100-CHARGER-DEPARTEMENTS-FIN.
           PERFORM 1200-CHARGER-EMPLOYES-DEB
              THRU 1200-CHARGER-EMPLOYES-FIN.
           PERFORM 1300-RELIER-RESPONSABLES-DEB
              THRU 1300-RELIER-RESPONSABLES-FIN.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-CHARGER-DEPARTEMENTS-DEB.
           OPEN INPUT DEPARTMENT-MASTER-FILE.
           IF WS-DEPT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE DEPARTMENT-MASTER: "
                       WS-DEPT-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-DEPT-STATUS = "10"
               READ DEPARTMENT-MASTER-FILE
                   AT END
                       MOVE "10" TO WS-DEPT-STATUS
                   NOT AT END
                       IF WS-DEPT-CNT < 200
                           ADD 1 TO WS-DEPT-CNT
                           SET DX TO WS-DEPT-CNT
                           MOVE DEPT-CODE TO WS-D-CODE(DX)
                           MOVE DEPT-NAME TO WS-D-NOM(DX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPARTMENT-MASTER-FILE.
       1100-CHARGER-DEPARTEMENTS-FIN.
           EXIT.

       1200-CHARGER-EMPLOYES-DEB.
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
                       IF WS-EMPLOYEE-CNT >= 9999
                           DISPLAY "TABLE DES EMPLOYES PLEINE"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-EMPLOYEE-CNT
                       SET EX TO WS-EMPLOYEE-CNT
                       MOVE EMP-ID TO WS-E-ID(EX)
                       MOVE EMP-NAME TO WS-E-NAME(EX)
                       MOVE EMP-STATUT-EMPLOYE TO WS-E-STATUT(EX)
                       MOVE EMP-DEPARTMENT TO WS-E-DEPT(EX)
                       MOVE EMP-RESPONSABLE TO WS-E-RESPONSABLE(EX)
                       MOVE ZERO TO WS-E-RESP-INDEX(EX)
                       MOVE "N" TO WS-E-VU(EX)
                       MOVE EMP-STATUT-EMPLOYE TO WS-STATUT-EMPLOYE
                       IF STATUT-LICENCIE OR STATUT-RETRAITE
                           MOVE "Y" TO WS-E-PARTI(EX)
                       ELSE
                           MOVE "N" TO WS-E-PARTI(EX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.
       1200-CHARGER-EMPLOYES-FIN.
           EXIT.

      * Each manager id is looked up once, and each department
      * code checked against the department master.
       1300-RELIER-RESPONSABLES-DEB.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EMPLOYEE-CNT
               IF WS-E-RESPONSABLE(WS-E) NOT = SPACES
                   PERFORM VARYING WS-F FROM 1 BY 1
                           UNTIL WS-F > WS-EMPLOYEE-CNT
                       IF WS-E-ID(WS-F) = WS-E-RESPONSABLE(WS-E)
                           MOVE WS-F TO WS-E-RESP-INDEX(WS-E)
                       END-IF
                   END-PERFORM
               END-IF
               MOVE "N" TO WS-E-DEPT-CONNU(WS-E)
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-DEPT-CNT
                   IF WS-D-CODE(WS-D) = WS-E-DEPT(WS-E)
                       MOVE "Y" TO WS-E-DEPT-CONNU(WS-E)
                   END-IF
               END-PERFORM
           END-PERFORM.
       1300-RELIER-RESPONSABLES-FIN.
           EXIT.

       3000-EDITER-DEPT-DEB.
           MOVE ZERO TO WS-TD-EFFECTIF.
           MOVE ZERO TO WS-TD-HORS-ARBRE.
           PERFORM 3100-IMPRIMER-ENTETE-DEB
              THRU 3100-IMPRIMER-ENTETE-FIN.

           MOVE SPACES TO REPORT-LINE.
           STRING "DEPARTEMENT " WS-D-CODE(WS-D) " "
                  WS-D-NOM(WS-D)
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

           PERFORM 3200-EDITER-RACINE-DEB
              THRU 3200-EDITER-RACINE-FIN
              VARYING WS-E FROM 1 BY 1
              UNTIL WS-E > WS-EMPLOYEE-CNT.

           PERFORM 3500-EDITER-HORS-ARBRE-DEB
              THRU 3500-EDITER-HORS-ARBRE-FIN
              VARYING WS-E FROM 1 BY 1
              UNTIL WS-E > WS-EMPLOYEE-CNT.

           IF WS-TD-EFFECTIF = ZERO AND WS-TD-HORS-ARBRE = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "  AUCUN EMPLOYE"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           ELSE
               MOVE WS-TD-EFFECTIF TO WS-CNT-EDITE
               MOVE WS-TD-HORS-ARBRE TO WS-CNT2-EDITE
               MOVE SPACES TO REPORT-LINE
               STRING "  EFFECTIF " WS-CNT-EDITE
                      "  HORS ARBRE " WS-CNT2-EDITE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

           ADD WS-TD-EFFECTIF TO WS-TG-EFFECTIF.
           ADD WS-TD-HORS-ARBRE TO WS-TG-HORS-ARBRE.
       3000-EDITER-DEPT-FIN.
           EXIT.

       3100-IMPRIMER-ENTETE-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               ADD 1 TO RH-PAGE-NUMBER
               MOVE SPACES TO RH-HEADING-LINE-1
               STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                      " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                      DELIMITED BY SIZE INTO RH-HEADING-LINE-1
               MOVE SPACES TO REPORT-LINE
               MOVE RH-HEADING-LINE-1 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ZERO TO RH-LINE-COUNT
           END-IF.
       3100-IMPRIMER-ENTETE-FIN.
           EXIT.

      * A tree starts at an employee of the department still in the
      * company whose manager is nobody, is not on the master, has
      * left or belongs to another department.
       3200-EDITER-RACINE-DEB.
           MOVE "N" TO WS-RACINE.
           IF WS-E-DEPT(WS-E) = WS-D-CODE(WS-D)
                   AND NOT WS-E-EST-PARTI(WS-E)
                   AND NOT WS-E-EST-VU(WS-E)
               MOVE WS-E-RESP-INDEX(WS-E) TO WS-F
               EVALUATE TRUE
                   WHEN WS-F = ZERO
                       MOVE "Y" TO WS-RACINE
                   WHEN WS-E-EST-PARTI(WS-F)
                       MOVE "Y" TO WS-RACINE
                   WHEN WS-E-DEPT(WS-F) NOT = WS-D-CODE(WS-D)
                       MOVE "Y" TO WS-RACINE
               END-EVALUATE
           END-IF.

           IF EST-RACINE
               MOVE 1 TO WS-PILE-CNT
               MOVE WS-E TO WS-PI-INDEX(1)
               MOVE ZERO TO WS-PI-NIVEAU(1)
               PERFORM 3300-DEPILER-DEB
                  THRU 3300-DEPILER-FIN
                  UNTIL WS-PILE-CNT = ZERO
           END-IF.
       3200-EDITER-RACINE-FIN.
           EXIT.

      * Draw the slot on top of the pile, then pile its reports in
      * reverse master order so they come off in master order.
       3300-DEPILER-DEB.
           MOVE WS-PI-INDEX(WS-PILE-CNT) TO WS-NOEUD.
           MOVE WS-PI-NIVEAU(WS-PILE-CNT) TO WS-NIVEAU.
           SUBTRACT 1 FROM WS-PILE-CNT.
           MOVE "Y" TO WS-E-VU(WS-NOEUD).
           ADD 1 TO WS-TD-EFFECTIF.

           MOVE ZERO TO WS-SUBORDONNES.
           PERFORM VARYING WS-F FROM WS-EMPLOYEE-CNT BY -1
                   UNTIL WS-F < 1
               IF WS-E-RESP-INDEX(WS-F) = WS-NOEUD
                       AND NOT WS-E-EST-PARTI(WS-F)
                   ADD 1 TO WS-SUBORDONNES
                   IF WS-E-DEPT(WS-F) = WS-D-CODE(WS-D)
                           AND NOT WS-E-EST-VU(WS-F)
                           AND WS-PILE-CNT < 9999
                       ADD 1 TO WS-PILE-CNT
                       MOVE WS-F TO WS-PI-INDEX(WS-PILE-CNT)
                       COMPUTE WS-PI-NIVEAU(WS-PILE-CNT) =
                               WS-NIVEAU + 1
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-NOTE.
           IF WS-NIVEAU = ZERO
                   AND WS-E-RESPONSABLE(WS-NOEUD) NOT = SPACES
               MOVE WS-E-RESP-INDEX(WS-NOEUD) TO WS-F
               EVALUATE TRUE
                   WHEN WS-F = ZERO
                       STRING "RESPONSABLE INCONNU "
                              WS-E-RESPONSABLE(WS-NOEUD)
                              DELIMITED BY SIZE INTO WS-NOTE
                   WHEN WS-E-EST-PARTI(WS-F)
                       STRING "RESPONSABLE PARTI "
                              WS-E-RESPONSABLE(WS-NOEUD)
                              DELIMITED BY SIZE INTO WS-NOTE
                   WHEN OTHER
                       STRING "RELEVE DE " WS-E-RESPONSABLE(WS-NOEUD)
                              " (" WS-E-DEPT(WS-F) ")"
                              DELIMITED BY SIZE INTO WS-NOTE
               END-EVALUATE
           END-IF.

           PERFORM 3100-IMPRIMER-ENTETE-DEB
              THRU 3100-IMPRIMER-ENTETE-FIN.
           COMPUTE WS-RETRAIT = WS-NIVEAU * 3 + 3.
           IF WS-RETRAIT > 30
               MOVE 30 TO WS-RETRAIT
           END-IF.
           MOVE WS-SUBORDONNES TO WS-CNT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "+- " WS-E-ID(WS-NOEUD) " " WS-E-NAME(WS-NOEUD)
                  " " WS-E-STATUT(WS-NOEUD)
                  DELIMITED BY SIZE INTO REPORT-LINE(WS-RETRAIT:).
           IF WS-SUBORDONNES > ZERO
               STRING "N-1:" WS-CNT-EDITE
                      DELIMITED BY SIZE INTO REPORT-LINE(70:)
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           IF WS-NOTE NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               MOVE WS-NOTE TO REPORT-LINE(WS-RETRAIT + 3:)
               WRITE REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           END-IF.
       3300-DEPILER-FIN.
           EXIT.

      * Whoever the walk did not reach sits on a loop.
       3500-EDITER-HORS-ARBRE-DEB.
           IF WS-E-DEPT(WS-E) = WS-D-CODE(WS-D)
                   AND NOT WS-E-EST-PARTI(WS-E)
                   AND NOT WS-E-EST-VU(WS-E)
               MOVE "Y" TO WS-E-VU(WS-E)
               ADD 1 TO WS-TD-HORS-ARBRE
               PERFORM 3100-IMPRIMER-ENTETE-DEB
                  THRU 3100-IMPRIMER-ENTETE-FIN
               MOVE SPACES TO REPORT-LINE
               STRING "  ** " WS-E-ID(WS-E) " " WS-E-NAME(WS-E)
                      " RELEVE DE " WS-E-RESPONSABLE(WS-E)
                      " - CYCLE HIERARCHIQUE"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           END-IF.
       3500-EDITER-HORS-ARBRE-FIN.
           EXIT.

       5000-EDITER-SANS-DEPT-DEB.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EMPLOYEE-CNT
               IF NOT WS-E-EST-DEPT-CONNU(WS-E)
                       AND NOT WS-E-EST-PARTI(WS-E)
                   IF WS-SANS-DEPT-CNT = ZERO
                       PERFORM 3100-IMPRIMER-ENTETE-DEB
                          THRU 3100-IMPRIMER-ENTETE-FIN
                       MOVE SPACES TO REPORT-LINE
                       STRING "DEPARTEMENT ABSENT DU REFERENTIEL"
                              DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                       ADD 1 TO RH-LINE-COUNT
                   END-IF
                   ADD 1 TO WS-SANS-DEPT-CNT
                   PERFORM 3100-IMPRIMER-ENTETE-DEB
                      THRU 3100-IMPRIMER-ENTETE-FIN
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-E-ID(WS-E) " " WS-E-NAME(WS-E)
                          " DEPT=" WS-E-DEPT(WS-E)
                          " RELEVE DE " WS-E-RESPONSABLE(WS-E)
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO RH-LINE-COUNT
               END-IF
           END-PERFORM.
       5000-EDITER-SANS-DEPT-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE REPORT-FILE.
           IF WS-TG-HORS-ARBRE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "------------------------------------------------".
           DISPLAY "ORGANIGRAMME TERMINE.".
           DISPLAY "DEPARTEMENTS         : " WS-DEPT-CNT.
           DISPLAY "EMPLOYES DANS L'ARBRE: " WS-TG-EFFECTIF.
           DISPLAY "HORS ARBRE (CYCLE)   : " WS-TG-HORS-ARBRE.
           DISPLAY "SANS DEPARTEMENT     : " WS-SANS-DEPT-CNT.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
