       IDENTIFICATION DIVISION.
       PROGRAM-ID. PositionVacancyReport.
       AUTHOR. Mathieu.

      * Establishment report for the budget meeting: every position
      * of the position master, department by department, with its
      * authorized FTE against the FTE its holders fill
      * (Data/POSITION-ASSIGNMENT.txt). A position is OUVERT when
      * FTE remains to fill, POURVU when full, SURNOMBRE when more
      * is filled than authorized - an authorization cut under its
      * holders - and GELE when frozen with FTE left. Department
      * and overall totals give the vacant FTE and what they cost
      * at the budgeted rate. Employees on the master, still in the
      * company and holding no post are listed after, so they can
      * be placed. Condition code 4 when a position is over
      * establishment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-FILE ASSIGN DYNAMIC WS-POSITION-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT ASSIGNMENT-FILE ASSIGN DYNAMIC WS-ASSIGNMENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGNMENT-STATUS.

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
       FD  POSITION-FILE.
           COPY "PositionMaster.cpy".

       FD  ASSIGNMENT-FILE.
           COPY "PositionAssignment.cpy".

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

       01  WS-POSITION-PATH         PIC X(40)
                                 VALUE "Data/POSITION-MASTER.txt".
       01  WS-ASSIGNMENT-PATH       PIC X(40)
                                 VALUE "Data/POSITION-ASSIGNMENT.txt".
       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/EMPLOYEE-MASTER.txt".
       01  WS-DEPT-PATH             PIC X(40)
                                 VALUE "Data/DEPARTMENT-MASTER.txt".
       01  WS-REPORT-PATH           PIC X(40)
                             VALUE "Data/POSITION-VACANCY-REPORT.txt".
       01  WS-POSITION-STATUS       PIC XX.
       01  WS-ASSIGNMENT-STATUS     PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-DEPT-STATUS           PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-RUN-DATE              PIC 9(8).

       01  WS-POSITION-CNT          PIC 9(4) VALUE ZERO.
       01  WS-P                     PIC 9(4).

       01  WS-POSITION-TABLE.
           05 WS-POSITION-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-POSITION-CNT
                   INDEXED BY PX.
               10 WS-P-ID           PIC X(6).
               10 WS-P-DEPT         PIC X(4).
               10 WS-P-TITRE        PIC X(20).
               10 WS-P-GRADE        PIC X(4).
               10 WS-P-ETP          PIC 9(2)V99.
               10 WS-P-COUT         PIC 9(7)V99.
               10 WS-P-STATUT       PIC X(1).
               10 WS-P-POURVU       PIC 9(3)V99.
               10 WS-P-TITULAIRES   PIC 9(3).

       01  WS-AFFECT-CNT            PIC 9(5) VALUE ZERO.
       01  WS-A                     PIC 9(5).

       01  WS-AFFECT-TABLE.
           05 WS-AFFECT-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-AFFECT-CNT
                   INDEXED BY AX.
               10 WS-A-EMP-ID       PIC X(6).

       01  WS-DEPT-CNT              PIC 9(3) VALUE ZERO.
       01  WS-D                     PIC 9(3).

       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES
                   DEPENDING ON WS-DEPT-CNT
                   INDEXED BY DX.
               10 WS-D-CODE         PIC X(4).
               10 WS-D-NOM          PIC X(20).

           COPY "EmployeeStatusCodes.cpy".

       01  WS-EMP-TROUVE            PIC X.
           88 EMP-A-UN-POSTE        VALUE "Y".

      * Totals of one department, then of the whole establishment.
       01  WS-TOTAUX-DEPT.
           05 WS-TD-POSTES          PIC 9(4).
           05 WS-TD-AUTORISE        PIC 9(5)V99.
           05 WS-TD-POURVU          PIC 9(5)V99.
           05 WS-TD-VACANT          PIC 9(5)V99.
           05 WS-TD-SURNOMBRE       PIC 9(5)V99.
           05 WS-TD-COUT            PIC 9(9)V99.
           05 WS-TD-COUT-VACANT     PIC 9(9)V99.
           05 WS-TD-OUVERTS         PIC 9(4).
           05 WS-TD-POURVUS         PIC 9(4).
           05 WS-TD-SURNOMBRES      PIC 9(4).
           05 WS-TD-GELES           PIC 9(4).
       01  WS-TOTAUX-GENERAUX.
           05 WS-TG-POSTES          PIC 9(4) VALUE ZERO.
           05 WS-TG-AUTORISE        PIC 9(5)V99 VALUE ZERO.
           05 WS-TG-POURVU          PIC 9(5)V99 VALUE ZERO.
           05 WS-TG-VACANT          PIC 9(5)V99 VALUE ZERO.
           05 WS-TG-SURNOMBRE       PIC 9(5)V99 VALUE ZERO.
           05 WS-TG-COUT            PIC 9(9)V99 VALUE ZERO.
           05 WS-TG-COUT-VACANT     PIC 9(9)V99 VALUE ZERO.
           05 WS-TG-OUVERTS         PIC 9(4) VALUE ZERO.
           05 WS-TG-POURVUS         PIC 9(4) VALUE ZERO.
           05 WS-TG-SURNOMBRES      PIC 9(4) VALUE ZERO.
           05 WS-TG-GELES           PIC 9(4) VALUE ZERO.

       01  WS-VACANT                PIC 9(3)V99.
       01  WS-COUT-VACANT           PIC 9(9)V99.
       01  WS-ETAT                  PIC X(9).
       01  WS-SANS-POSTE-CNT        PIC 9(5) VALUE ZERO.

       01  WS-ETP-EDITE             PIC ZZ9.99.
       01  WS-ETP2-EDITE            PIC ZZ9.99.
       01  WS-ETP3-EDITE            PIC ZZ9.99.
       01  WS-ETP4-EDITE            PIC ZZZZ9.99.
       01  WS-COUT-EDITE            PIC Z(8)9.99.
       01  WS-CNT-EDITE             PIC ZZZ9.
       01  WS-CNT2-EDITE            PIC ZZZ9.
       01  WS-CNT3-EDITE            PIC ZZZ9.
       01  WS-CNT4-EDITE            PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 3000-EDITER-DEPT-DEB
              THRU 3000-EDITER-DEPT-FIN
              VARYING WS-D FROM 1 BY 1
              UNTIL WS-D > WS-DEPT-CNT.

           PERFORM 4000-EDITER-TOTAUX-DEB
              THRU 4000-EDITER-TOTAUX-FIN.

           PERFORM 5000-EDITER-SANS-POSTE-DEB
              THRU 5000-EDITER-SANS-POSTE-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "PositionVacancyReport" TO RH-PROGRAM-ID.
           MOVE "POSTES ET VACANCES" TO RH-REPORT-TITLE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 40 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM 1100-CHARGER-POSTES-DEB
              THRU 1100-CHARGER-POSTES-FIN.
           PERFORM 1200-CHARGER-AFFECTATIONS-DEB
              THRU 1200-CHARGER-AFFECTATIONS-FIN.
           PERFORM 1300-CHARGER-DEPARTEMENTS-DEB
              THRU 1300-CHARGER-DEPARTEMENTS-FIN.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-CHARGER-POSTES-DEB.
           OPEN INPUT POSITION-FILE.
           IF WS-POSITION-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE POSITION-FILE: "
                       WS-POSITION-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-POSITION-STATUS = "10"
               READ POSITION-FILE
                   AT END
                       MOVE "10" TO WS-POSITION-STATUS
                   NOT AT END
                       IF WS-POSITION-CNT >= 9999
                           DISPLAY "TABLE DES POSTES PLEINE"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-POSITION-CNT
                       SET PX TO WS-POSITION-CNT
                       MOVE POS-ID TO WS-P-ID(PX)
                       MOVE POS-DEPT TO WS-P-DEPT(PX)
                       MOVE POS-TITRE TO WS-P-TITRE(PX)
                       MOVE POS-GRADE TO WS-P-GRADE(PX)
                       MOVE POS-ETP-AUTORISE TO WS-P-ETP(PX)
                       MOVE POS-COUT-BUDGET TO WS-P-COUT(PX)
                       MOVE POS-STATUT TO WS-P-STATUT(PX)
                       MOVE ZERO TO WS-P-POURVU(PX)
                       MOVE ZERO TO WS-P-TITULAIRES(PX)
               END-READ
           END-PERFORM.
           CLOSE POSITION-FILE.
       1100-CHARGER-POSTES-FIN.
           EXIT.

       1200-CHARGER-AFFECTATIONS-DEB.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WS-ASSIGNMENT-STATUS = "00"
               PERFORM UNTIL WS-ASSIGNMENT-STATUS = "10"
                   READ ASSIGNMENT-FILE
                       AT END
                           MOVE "10" TO WS-ASSIGNMENT-STATUS
                       NOT AT END
                           IF WS-AFFECT-CNT < 9999
                               ADD 1 TO WS-AFFECT-CNT
                               SET AX TO WS-AFFECT-CNT
                               MOVE PAF-EMP-ID TO WS-A-EMP-ID(AX)
                           END-IF
                           PERFORM VARYING WS-P FROM 1 BY 1
                                   UNTIL WS-P > WS-POSITION-CNT
                               IF WS-P-ID(WS-P) = PAF-POS-ID
                                   ADD PAF-ETP TO WS-P-POURVU(WS-P)
                                   ADD 1 TO WS-P-TITULAIRES(WS-P)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
           END-IF.
       1200-CHARGER-AFFECTATIONS-FIN.
           EXIT.

       1300-CHARGER-DEPARTEMENTS-DEB.
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
       1300-CHARGER-DEPARTEMENTS-FIN.
           EXIT.

       3000-EDITER-DEPT-DEB.
           INITIALIZE WS-TOTAUX-DEPT.
           PERFORM 3100-IMPRIMER-ENTETE-DEB
              THRU 3100-IMPRIMER-ENTETE-FIN.

           MOVE SPACES TO REPORT-LINE.
           STRING "DEPARTEMENT " WS-D-CODE(WS-D) " "
                  WS-D-NOM(WS-D)
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  POSTE  INTITULE             GRADE AUTOR. "
                  "POURVU VACANT  COUT BUDGETE ETAT"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.

           PERFORM 3200-EDITER-POSTE-DEB
              THRU 3200-EDITER-POSTE-FIN
              VARYING WS-P FROM 1 BY 1
              UNTIL WS-P > WS-POSITION-CNT.

           IF WS-TD-POSTES = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "  AUCUN POSTE AUTORISE"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           ELSE
               MOVE WS-TD-AUTORISE TO WS-ETP-EDITE
               MOVE WS-TD-POURVU TO WS-ETP2-EDITE
               MOVE WS-TD-VACANT TO WS-ETP3-EDITE
               MOVE WS-TD-COUT TO WS-COUT-EDITE
               MOVE SPACES TO REPORT-LINE
               STRING "  TOTAL DEPARTEMENT" "                "
                      WS-ETP-EDITE " " WS-ETP2-EDITE " "
                      WS-ETP3-EDITE " " WS-COUT-EDITE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-TD-OUVERTS TO WS-CNT-EDITE
               MOVE WS-TD-POURVUS TO WS-CNT2-EDITE
               MOVE WS-TD-SURNOMBRES TO WS-CNT3-EDITE
               MOVE WS-TD-GELES TO WS-CNT4-EDITE
               MOVE SPACES TO REPORT-LINE
               STRING "  POSTES OUVERTS " WS-CNT-EDITE
                      "  POURVUS " WS-CNT2-EDITE
                      "  EN SURNOMBRE " WS-CNT3-EDITE
                      "  GELES " WS-CNT4-EDITE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-TD-COUT-VACANT TO WS-COUT-EDITE
               MOVE WS-TD-SURNOMBRE TO WS-ETP-EDITE
               MOVE SPACES TO REPORT-LINE
               STRING "  COUT DES VACANCES " WS-COUT-EDITE
                      "  ETP EN SURNOMBRE " WS-ETP-EDITE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 3 TO RH-LINE-COUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

           ADD WS-TD-POSTES TO WS-TG-POSTES.
           ADD WS-TD-AUTORISE TO WS-TG-AUTORISE.
           ADD WS-TD-POURVU TO WS-TG-POURVU.
           ADD WS-TD-VACANT TO WS-TG-VACANT.
           ADD WS-TD-SURNOMBRE TO WS-TG-SURNOMBRE.
           ADD WS-TD-COUT TO WS-TG-COUT.
           ADD WS-TD-COUT-VACANT TO WS-TG-COUT-VACANT.
           ADD WS-TD-OUVERTS TO WS-TG-OUVERTS.
           ADD WS-TD-POURVUS TO WS-TG-POURVUS.
           ADD WS-TD-SURNOMBRES TO WS-TG-SURNOMBRES.
           ADD WS-TD-GELES TO WS-TG-GELES.
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

      * Vacant FTE cost at the position's budgeted rate: the share
      * of the budgeted cost the unfilled FTE stand for.
       3200-EDITER-POSTE-DEB.
           IF WS-P-DEPT(WS-P) = WS-D-CODE(WS-D)
               MOVE ZERO TO WS-VACANT
               MOVE ZERO TO WS-COUT-VACANT
               EVALUATE TRUE
                   WHEN WS-P-POURVU(WS-P) > WS-P-ETP(WS-P)
                       MOVE "SURNOMBRE" TO WS-ETAT
                       ADD 1 TO WS-TD-SURNOMBRES
                       COMPUTE WS-TD-SURNOMBRE = WS-TD-SURNOMBRE
                           + WS-P-POURVU(WS-P) - WS-P-ETP(WS-P)
                   WHEN WS-P-POURVU(WS-P) = WS-P-ETP(WS-P)
                       MOVE "POURVU" TO WS-ETAT
                       ADD 1 TO WS-TD-POURVUS
                   WHEN WS-P-STATUT(WS-P) NOT = "O"
                       MOVE "GELE" TO WS-ETAT
                       ADD 1 TO WS-TD-GELES
                   WHEN OTHER
                       MOVE "OUVERT" TO WS-ETAT
                       ADD 1 TO WS-TD-OUVERTS
                       COMPUTE WS-VACANT =
                           WS-P-ETP(WS-P) - WS-P-POURVU(WS-P)
                       COMPUTE WS-COUT-VACANT ROUNDED =
                           WS-P-COUT(WS-P) * WS-VACANT
                           / WS-P-ETP(WS-P)
               END-EVALUATE

               ADD 1 TO WS-TD-POSTES
               ADD WS-P-ETP(WS-P) TO WS-TD-AUTORISE
               ADD WS-P-POURVU(WS-P) TO WS-TD-POURVU
               ADD WS-VACANT TO WS-TD-VACANT
               ADD WS-P-COUT(WS-P) TO WS-TD-COUT
               ADD WS-COUT-VACANT TO WS-TD-COUT-VACANT

               PERFORM 3100-IMPRIMER-ENTETE-DEB
                  THRU 3100-IMPRIMER-ENTETE-FIN
               MOVE WS-P-ETP(WS-P) TO WS-ETP-EDITE
               MOVE WS-P-POURVU(WS-P) TO WS-ETP2-EDITE
               MOVE WS-VACANT TO WS-ETP3-EDITE
               MOVE WS-P-COUT(WS-P) TO WS-COUT-EDITE
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-P-ID(WS-P) " " WS-P-TITRE(WS-P) " "
                      WS-P-GRADE(WS-P) " " WS-ETP-EDITE " "
                      WS-ETP2-EDITE " " WS-ETP3-EDITE " "
                      WS-COUT-EDITE " " WS-ETAT
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
           END-IF.
       3200-EDITER-POSTE-FIN.
           EXIT.

       4000-EDITER-TOTAUX-DEB.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL ETABLISSEMENT"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TG-POSTES TO WS-CNT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  POSTES              : " WS-CNT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TG-AUTORISE TO WS-ETP4-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ETP AUTORISES       : " WS-ETP4-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TG-POURVU TO WS-ETP4-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ETP POURVUS         : " WS-ETP4-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TG-VACANT TO WS-ETP4-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ETP VACANTS         : " WS-ETP4-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TG-SURNOMBRE TO WS-ETP4-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ETP EN SURNOMBRE    : " WS-ETP4-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TG-COUT TO WS-COUT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  COUT BUDGETE        : " WS-COUT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TG-COUT-VACANT TO WS-COUT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  COUT DES VACANCES   : " WS-COUT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TG-OUVERTS TO WS-CNT-EDITE.
           MOVE WS-TG-POURVUS TO WS-CNT2-EDITE.
           MOVE WS-TG-SURNOMBRES TO WS-CNT3-EDITE.
           MOVE WS-TG-GELES TO WS-CNT4-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  POSTES OUVERTS " WS-CNT-EDITE
                  "  POURVUS " WS-CNT2-EDITE
                  "  EN SURNOMBRE " WS-CNT3-EDITE
                  "  GELES " WS-CNT4-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 10 TO RH-LINE-COUNT.
       4000-EDITER-TOTAUX-FIN.
           EXIT.

      * Employees still in the company who hold no post.
       5000-EDITER-SANS-POSTE-DEB.
           MOVE SPACES TO REPORT-LINE.
           STRING "EMPLOYES SANS POSTE"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

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
                       MOVE EMP-STATUT-EMPLOYE TO WS-STATUT-EMPLOYE
                       MOVE "N" TO WS-EMP-TROUVE
                       PERFORM VARYING WS-A FROM 1 BY 1
                               UNTIL WS-A > WS-AFFECT-CNT
                           IF WS-A-EMP-ID(WS-A) = EMP-ID
                               MOVE "Y" TO WS-EMP-TROUVE
                           END-IF
                       END-PERFORM
                       IF NOT EMP-A-UN-POSTE
                               AND NOT STATUT-LICENCIE
                               AND NOT STATUT-RETRAITE
                           PERFORM 3100-IMPRIMER-ENTETE-DEB
                              THRU 3100-IMPRIMER-ENTETE-FIN
                           MOVE SPACES TO REPORT-LINE
                           STRING "  " EMP-ID " " EMP-NAME " "
                                  EMP-DEPARTMENT " "
                                  EMP-STATUT-EMPLOYE
                                  DELIMITED BY SIZE INTO REPORT-LINE
                           WRITE REPORT-LINE
                           ADD 1 TO RH-LINE-COUNT
                           ADD 1 TO WS-SANS-POSTE-CNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.

           IF WS-SANS-POSTE-CNT = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "  AUCUN"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       5000-EDITER-SANS-POSTE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE REPORT-FILE.
           IF WS-TG-SURNOMBRES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "------------------------------------------------".
           DISPLAY "ETAT DES POSTES ET VACANCES TERMINE.".
           DISPLAY "POSTES               : " WS-TG-POSTES.
           DISPLAY "OUVERTS              : " WS-TG-OUVERTS.
           DISPLAY "POURVUS              : " WS-TG-POURVUS.
           DISPLAY "EN SURNOMBRE         : " WS-TG-SURNOMBRES.
           DISPLAY "GELES                : " WS-TG-GELES.
           DISPLAY "EMPLOYES SANS POSTE  : " WS-SANS-POSTE-CNT.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
