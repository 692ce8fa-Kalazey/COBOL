       IDENTIFICATION DIVISION.
       PROGRAM-ID. TeacherCoverBatch.
       AUTHOR. Mathieu.

      * Teacher absence intake and lesson cover - what the deputy
      * head did on the phone every morning. Each absence
      * transaction (teacher, first and last day, reason) must name
      * a teacher of the teacher master, carry valid dates in order
      * and a known reason, and not overlap an absence already on
      * the register; accepted ones are appended to the register.
      * Then, for every school day (BusinessDayCalculator) of each
      * new absence, every lesson of the absent teacher on the
      * weekly timetable for that weekday gets a substitute: a
      * teacher assigned the subject (TEACHER-ASSIGNMENT, any
      * level), not timetabled in that slot, not absent that day
      * and not already covering that slot - the one with the least
      * cover that month, so the load is shared. The covers go to
      * the cover file, print day by day on the cover sheet, and a
      * lesson nobody could take is listed as uncovered and still
      * recorded, so the uncovered classes are no longer lost.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT ABSENCE-FILE ASSIGN DYNAMIC WS-ABSENCE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-STATUS.

           SELECT COVER-FILE ASSIGN DYNAMIC WS-COVER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COVER-STATUS.

           SELECT TEACHER-FILE ASSIGN DYNAMIC WS-TEACHER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TEACHER-STATUS.

           SELECT ASSIGN-FILE ASSIGN DYNAMIC WS-ASSIGN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT TIMETABLE-FILE ASSIGN DYNAMIC WS-TIMETABLE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TIMETABLE-STATUS.

           SELECT SHEET-FILE ASSIGN DYNAMIC WS-SHEET-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-STATUS.

           SELECT UNCOVERED-FILE ASSIGN DYNAMIC WS-UNCOVERED-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UNCOVERED-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01  ABSENCE-TRANSACTION.
           05 TXN-TEACHER-ID        PIC X(6).
           05 TXN-DATE-DEBUT-X      PIC X(8).
           05 TXN-DATE-DEBUT REDEFINES TXN-DATE-DEBUT-X
                                    PIC 9(8).
           05 TXN-DATE-FIN-X        PIC X(8).
           05 TXN-DATE-FIN REDEFINES TXN-DATE-FIN-X
                                    PIC 9(8).
           05 TXN-MOTIF             PIC X(2).

       FD  ABSENCE-FILE.
           COPY "TeacherAbsence.cpy".

       FD  COVER-FILE.
           COPY "TeacherCover.cpy".

       FD  TEACHER-FILE.
       01  TEACHER-MASTER-RECORD.
           05 TCH-ID                PIC X(6).
           05 TCH-NAME              PIC X(20).

       FD  ASSIGN-FILE.
       01  TEACHER-ASSIGNMENT-RECORD.
           05 TAS-TEACHER-ID        PIC X(6).
           05 TAS-SUBJECT-NAME      PIC X(10).
           05 TAS-NIVEAU            PIC 9(2).

       FD  TIMETABLE-FILE.
           COPY "ClassTimetable.cpy".

       FD  SHEET-FILE.
       01  REPORT-LINE              PIC X(90).

       FD  UNCOVERED-FILE.
       01  UNCOVERED-LINE           PIC X(80).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(60).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-TXN-PATH              PIC X(40)
                             VALUE "Data/TEACHER-ABSENCE-TXN.txt".
       01  WS-ABSENCE-PATH          PIC X(40)
                                 VALUE "Data/TEACHER-ABSENCE.txt".
       01  WS-COVER-PATH            PIC X(40)
                                 VALUE "Data/TEACHER-COVER.txt".
       01  WS-TEACHER-PATH          PIC X(40)
                                 VALUE "Data/TEACHER-MASTER.txt".
       01  WS-ASSIGN-PATH           PIC X(40)
                                 VALUE "Data/TEACHER-ASSIGNMENT.txt".
       01  WS-TIMETABLE-PATH        PIC X(40)
                                 VALUE "Data/CLASS-TIMETABLE.txt".
       01  WS-SHEET-PATH            PIC X(40)
                                 VALUE "Data/COVER-SHEET.txt".
       01  WS-UNCOVERED-PATH        PIC X(40)
                                 VALUE "Data/COVER-UNCOVERED.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                             VALUE "Data/TEACHER-ABSENCE-ERR.txt".
       01  WS-TXN-STATUS            PIC XX.
       01  WS-ABSENCE-STATUS        PIC XX.
       01  WS-COVER-STATUS          PIC XX.
       01  WS-TEACHER-STATUS        PIC XX.
       01  WS-ASSIGN-STATUS         PIC XX.
       01  WS-TIMETABLE-STATUS      PIC XX.
       01  WS-SHEET-STATUS          PIC XX.
       01  WS-UNCOVERED-STATUS      PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-RUN-DATE              PIC 9(8).

       01  WS-PROF-CNT              PIC 9(3) VALUE ZERO.
       01  WS-P                     PIC 9(3).
       01  WS-PROF-TROUVE           PIC 9(3).

       01  WS-PROF-TABLE.
           05 WS-PROF-ENTRY OCCURS 999 TIMES
                   DEPENDING ON WS-PROF-CNT
                   INDEXED BY PX.
               10 WS-P-ID           PIC X(6).
               10 WS-P-NAME         PIC X(20).

       01  WS-AFF-CNT               PIC 9(4) VALUE ZERO.
       01  WS-A                     PIC 9(4).

       01  WS-AFF-TABLE.
           05 WS-AFF-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-AFF-CNT
                   INDEXED BY AX.
               10 WS-A-TEACHER      PIC X(6).
               10 WS-A-SUBJECT      PIC X(10).

       01  WS-CRS-CNT               PIC 9(4) VALUE ZERO.
       01  WS-T                     PIC 9(4).

       01  WS-CRS-TABLE.
           05 WS-CRS-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-CRS-CNT
                   INDEXED BY TX.
               10 WS-T-JOUR         PIC 9(1).
               10 WS-T-HEURE        PIC 9(2).
               10 WS-T-NIVEAU       PIC 9(2).
               10 WS-T-SUBJECT      PIC X(10).
               10 WS-T-TEACHER      PIC X(6).
               10 WS-T-ROOM         PIC X(6).

      * The absence register; the rows of this run are flagged N.
       01  WS-ABS-CNT               PIC 9(5) VALUE ZERO.
       01  WS-B                     PIC 9(5).
       01  WS-ABS-TROUVE            PIC X.
           88 ABSENCE-TROUVEE       VALUE "Y".

       01  WS-ABS-TABLE.
           05 WS-ABS-ENTRY OCCURS 20000 TIMES
                   DEPENDING ON WS-ABS-CNT
                   INDEXED BY BX.
               10 WS-B-TEACHER      PIC X(6).
               10 WS-B-DEBUT        PIC 9(8).
               10 WS-B-FIN          PIC 9(8).
               10 WS-B-MOTIF        PIC X(2).
               10 WS-B-NOUVELLE     PIC X(1).

      * Every cover on file plus those of this run (flagged N).
       01  WS-COV-CNT               PIC 9(5) VALUE ZERO.
       01  WS-C                     PIC 9(5).
       01  WS-K                     PIC 9(5).

       01  WS-COV-TABLE.
           05 WS-COV-ENTRY OCCURS 50000 TIMES
                   DEPENDING ON WS-COV-CNT
                   INDEXED BY CX.
               10 WS-C-DATE         PIC 9(8).
               10 WS-C-JOUR         PIC 9(1).
               10 WS-C-HEURE        PIC 9(2).
               10 WS-C-NIVEAU       PIC 9(2).
               10 WS-C-SUBJECT      PIC X(10).
               10 WS-C-ROOM         PIC X(6).
               10 WS-C-ABSENT       PIC X(6).
               10 WS-C-SUBSTITUTE   PIC X(6).
               10 WS-C-STATUT       PIC X(1).
               10 WS-C-NOUVELLE     PIC X(1).

       01  WS-DATE-VALIDE           PIC X.
       01  WS-DATE-VALIDE-2         PIC X.
       01  WS-DATE-CONTROLE         PIC 9(8).
       01  WS-MOTIF-REJET           PIC X(30).

       01  WS-BD-FONCTION           PIC X(1) VALUE "C".
       01  WS-BD-DATE-FIN           PIC 9(8).
       01  WS-BD-RESULT-DATE        PIC 9(8).
       01  WS-BD-RESULT-COUNT       PIC 9(4).

       01  WS-DATE-JOUR             PIC 9(8).
       01  WS-DATE-JOUR-GROUPE REDEFINES WS-DATE-JOUR.
           05 WS-MOIS-JOUR          PIC 9(6).
           05 FILLER                PIC 9(2).
       01  WS-ENTIER-JOUR           PIC 9(8).
       01  WS-ENTIER-FIN            PIC 9(8).
       01  WS-JOUR-SEMAINE          PIC 9(1).

       01  WS-CANDIDAT              PIC 9(3).
       01  WS-CHARGE-MIN            PIC 9(5).
       01  WS-CHARGE                PIC 9(5).
       01  WS-LIBRE                 PIC X.
           88 PROF-LIBRE            VALUE "Y".
       01  WS-C-MOIS                PIC 9(6).

       01  WS-DATE-PRECEDENTE       PIC 9(8).
       01  WS-DATE-SUIVANTE         PIC 9(8).
       01  WS-H                     PIC 9(2).
       01  WS-DATE-EDITEE           PIC X(10).
       01  WS-NOM-ABSENT            PIC X(20).
       01  WS-NOM-REMPLACANT        PIC X(20).

       01  WS-TOTAL-CNT             PIC 9(5) VALUE ZERO.
       01  WS-ACCEPTEES-CNT         PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-CNT          PIC 9(5) VALUE ZERO.
       01  WS-COURS-CNT             PIC 9(5) VALUE ZERO.
       01  WS-ASSURES-CNT           PIC 9(5) VALUE ZERO.
       01  WS-NON-ASSURES-CNT       PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITEMENT-DEB
              THRU 2000-TRAITEMENT-FIN
              UNTIL END-OF-FILE.

           PERFORM 3000-COUVRIR-ABSENCES-DEB
              THRU 3000-COUVRIR-ABSENCES-FIN.

           PERFORM 4000-EDITER-FEUILLE-DEB
              THRU 4000-EDITER-FEUILLE-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE "TeacherCoverBatch" TO RH-PROGRAM-ID.
           MOVE "REMPLACEMENTS" TO RH-REPORT-TITLE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM 1100-CHARGER-PROFESSEURS-DEB
              THRU 1100-CHARGER-PROFESSEURS-FIN.
           PERFORM 1200-CHARGER-AFFECTATIONS-DEB
              THRU 1200-CHARGER-AFFECTATIONS-FIN.
           PERFORM 1300-CHARGER-EMPLOI-TEMPS-DEB
              THRU 1300-CHARGER-EMPLOI-TEMPS-FIN.
           PERFORM 1400-CHARGER-ABSENCES-DEB
              THRU 1400-CHARGER-ABSENCES-FIN.
           PERFORM 1500-CHARGER-REMPLACEMENTS-DEB
              THRU 1500-CHARGER-REMPLACEMENTS-FIN.

           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE TRANSACTION-FILE: "
                       WS-TXN-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SUSPENSE-FILE: "
                       WS-SUSPENSE-STATUS
               STOP RUN
           END-IF.

           PERFORM 2100-LIRE-TRANSACTION-DEB
              THRU 2100-LIRE-TRANSACTION-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-CHARGER-PROFESSEURS-DEB.
           OPEN INPUT TEACHER-FILE.
           IF WS-TEACHER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE TEACHER-FILE: "
                       WS-TEACHER-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TEACHER-STATUS = "10"
               READ TEACHER-FILE
                   AT END
                       MOVE "10" TO WS-TEACHER-STATUS
                   NOT AT END
                       IF WS-PROF-CNT < 999
                           ADD 1 TO WS-PROF-CNT
                           SET PX TO WS-PROF-CNT
                           MOVE TCH-ID TO WS-P-ID(PX)
                           MOVE TCH-NAME TO WS-P-NAME(PX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TEACHER-FILE.
       1100-CHARGER-PROFESSEURS-FIN.
           EXIT.

       1200-CHARGER-AFFECTATIONS-DEB.
           OPEN INPUT ASSIGN-FILE.
           IF WS-ASSIGN-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE ASSIGN-FILE: "
                       WS-ASSIGN-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-ASSIGN-STATUS = "10"
               READ ASSIGN-FILE
                   AT END
                       MOVE "10" TO WS-ASSIGN-STATUS
                   NOT AT END
                       IF WS-AFF-CNT < 9999
                           ADD 1 TO WS-AFF-CNT
                           SET AX TO WS-AFF-CNT
                           MOVE TAS-TEACHER-ID TO WS-A-TEACHER(AX)
                           MOVE TAS-SUBJECT-NAME TO WS-A-SUBJECT(AX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ASSIGN-FILE.
       1200-CHARGER-AFFECTATIONS-FIN.
           EXIT.

       1300-CHARGER-EMPLOI-TEMPS-DEB.
           OPEN INPUT TIMETABLE-FILE.
           IF WS-TIMETABLE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE TIMETABLE-FILE: "
                       WS-TIMETABLE-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TIMETABLE-STATUS = "10"
               READ TIMETABLE-FILE
                   AT END
                       MOVE "10" TO WS-TIMETABLE-STATUS
                   NOT AT END
                       IF WS-CRS-CNT >= 9999
                           DISPLAY "TABLE DE L'EMPLOI DU TEMPS PLEINE"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CRS-CNT
                       SET TX TO WS-CRS-CNT
                       MOVE TTB-JOUR TO WS-T-JOUR(TX)
                       MOVE TTB-HEURE TO WS-T-HEURE(TX)
                       MOVE TTB-NIVEAU TO WS-T-NIVEAU(TX)
                       MOVE TTB-SUBJECT-NAME TO WS-T-SUBJECT(TX)
                       MOVE TTB-TEACHER-ID TO WS-T-TEACHER(TX)
                       MOVE TTB-ROOM-ID TO WS-T-ROOM(TX)
               END-READ
           END-PERFORM.
           CLOSE TIMETABLE-FILE.
       1300-CHARGER-EMPLOI-TEMPS-FIN.
           EXIT.

      * An absent register or cover file is the first run.
       1400-CHARGER-ABSENCES-DEB.
           OPEN INPUT ABSENCE-FILE.
           IF WS-ABSENCE-STATUS = "00"
               PERFORM UNTIL WS-ABSENCE-STATUS = "10"
                   READ ABSENCE-FILE
                       AT END
                           MOVE "10" TO WS-ABSENCE-STATUS
                       NOT AT END
                           IF WS-ABS-CNT >= 20000
                               DISPLAY "TABLE DES ABSENCES PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-ABS-CNT
                           SET BX TO WS-ABS-CNT
                           MOVE TAB-TEACHER-ID TO WS-B-TEACHER(BX)
                           MOVE TAB-DATE-DEBUT TO WS-B-DEBUT(BX)
                           MOVE TAB-DATE-FIN TO WS-B-FIN(BX)
                           MOVE TAB-MOTIF TO WS-B-MOTIF(BX)
                           MOVE SPACE TO WS-B-NOUVELLE(BX)
                   END-READ
               END-PERFORM
               CLOSE ABSENCE-FILE
           END-IF.
       1400-CHARGER-ABSENCES-FIN.
           EXIT.

       1500-CHARGER-REMPLACEMENTS-DEB.
           OPEN INPUT COVER-FILE.
           IF WS-COVER-STATUS = "00"
               PERFORM UNTIL WS-COVER-STATUS = "10"
                   READ COVER-FILE
                       AT END
                           MOVE "10" TO WS-COVER-STATUS
                       NOT AT END
                           IF WS-COV-CNT >= 50000
                               DISPLAY "TABLE DES REMPLACEMENTS "
                                       "PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-COV-CNT
                           SET CX TO WS-COV-CNT
                           MOVE COV-DATE TO WS-C-DATE(CX)
                           MOVE COV-JOUR TO WS-C-JOUR(CX)
                           MOVE COV-HEURE TO WS-C-HEURE(CX)
                           MOVE COV-NIVEAU TO WS-C-NIVEAU(CX)
                           MOVE COV-SUBJECT-NAME TO WS-C-SUBJECT(CX)
                           MOVE COV-ROOM-ID TO WS-C-ROOM(CX)
                           MOVE COV-ABSENT-ID TO WS-C-ABSENT(CX)
                           MOVE COV-SUBSTITUTE-ID
                               TO WS-C-SUBSTITUTE(CX)
                           MOVE COV-STATUT TO WS-C-STATUT(CX)
                           MOVE SPACE TO WS-C-NOUVELLE(CX)
                   END-READ
               END-PERFORM
               CLOSE COVER-FILE
           END-IF.
       1500-CHARGER-REMPLACEMENTS-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-TOTAL-CNT.

           PERFORM 2200-VALIDER-ABSENCE-DEB
              THRU 2200-VALIDER-ABSENCE-FIN.

           IF WS-MOTIF-REJET NOT = SPACES
               MOVE SPACES TO SUSPENSE-LINE
               STRING ABSENCE-TRANSACTION " " WS-MOTIF-REJET
                      DELIMITED BY SIZE INTO SUSPENSE-LINE
               WRITE SUSPENSE-LINE
               ADD 1 TO WS-REJECTED-CNT
           ELSE
               IF WS-ABS-CNT >= 20000
                   DISPLAY "TABLE DES ABSENCES PLEINE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ABS-CNT
               SET BX TO WS-ABS-CNT
               MOVE TXN-TEACHER-ID TO WS-B-TEACHER(BX)
               MOVE TXN-DATE-DEBUT TO WS-B-DEBUT(BX)
               MOVE TXN-DATE-FIN TO WS-B-FIN(BX)
               MOVE TXN-MOTIF TO WS-B-MOTIF(BX)
               MOVE "N" TO WS-B-NOUVELLE(BX)
               ADD 1 TO WS-ACCEPTEES-CNT
           END-IF.

           PERFORM 2100-LIRE-TRANSACTION-DEB
              THRU 2100-LIRE-TRANSACTION-FIN.
       2000-TRAITEMENT-FIN.
           EXIT.

       2100-LIRE-TRANSACTION-DEB.
           READ TRANSACTION-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       2100-LIRE-TRANSACTION-FIN.
           EXIT.

       2200-VALIDER-ABSENCE-DEB.
           MOVE SPACES TO WS-MOTIF-REJET.

           MOVE ZERO TO WS-PROF-TROUVE.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PROF-CNT OR WS-PROF-TROUVE > ZERO
               IF WS-P-ID(WS-P) = TXN-TEACHER-ID
                   MOVE WS-P TO WS-PROF-TROUVE
               END-IF
           END-PERFORM.

           MOVE "Y" TO WS-DATE-VALIDE.
           IF TXN-DATE-DEBUT-X IS NUMERIC
               MOVE TXN-DATE-DEBUT TO WS-DATE-CONTROLE
               CALL "DateValidator" USING WS-DATE-CONTROLE
                   WS-DATE-VALIDE
           ELSE
               MOVE "N" TO WS-DATE-VALIDE
           END-IF.
           MOVE "Y" TO WS-DATE-VALIDE-2.
           IF TXN-DATE-FIN-X IS NUMERIC
               MOVE TXN-DATE-FIN TO WS-DATE-CONTROLE
               CALL "DateValidator" USING WS-DATE-CONTROLE
                   WS-DATE-VALIDE-2
           ELSE
               MOVE "N" TO WS-DATE-VALIDE-2
           END-IF.

           MOVE TXN-MOTIF TO TAB-MOTIF.

           EVALUATE TRUE
               WHEN WS-PROF-TROUVE = ZERO
                   MOVE "PROFESSEUR INCONNU" TO WS-MOTIF-REJET
               WHEN WS-DATE-VALIDE NOT = "Y"
                   MOVE "DATE DE DEBUT INVALIDE" TO WS-MOTIF-REJET
               WHEN WS-DATE-VALIDE-2 NOT = "Y"
                   MOVE "DATE DE FIN INVALIDE" TO WS-MOTIF-REJET
               WHEN TXN-DATE-FIN < TXN-DATE-DEBUT
                   MOVE "FIN AVANT DEBUT" TO WS-MOTIF-REJET
               WHEN NOT TAB-MOTIF-VALIDE
                   MOVE "MOTIF INVALIDE" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET = SPACES
               MOVE "N" TO WS-ABS-TROUVE
               PERFORM VARYING WS-B FROM 1 BY 1
                       UNTIL WS-B > WS-ABS-CNT
                   IF WS-B-TEACHER(WS-B) = TXN-TEACHER-ID
                           AND WS-B-DEBUT(WS-B) <= TXN-DATE-FIN
                           AND WS-B-FIN(WS-B) >= TXN-DATE-DEBUT
                       MOVE "Y" TO WS-ABS-TROUVE
                   END-IF
               END-PERFORM
               IF ABSENCE-TROUVEE
                   MOVE "ABSENCE DEJA ENREGISTREE" TO WS-MOTIF-REJET
               END-IF
           END-IF.
       2200-VALIDER-ABSENCE-FIN.
           EXIT.

      * The new absences are registered first, so that a colleague
      * off on the same day is never proposed as a substitute.
       3000-COUVRIR-ABSENCES-DEB.
           OPEN EXTEND ABSENCE-FILE.
           IF WS-ABSENCE-STATUS = "05" OR WS-ABSENCE-STATUS = "35"
               OPEN OUTPUT ABSENCE-FILE
           END-IF.
           IF WS-ABSENCE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE ABSENCE-FILE: "
                       WS-ABSENCE-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-ABS-CNT
               IF WS-B-NOUVELLE(WS-B) = "N"
                   MOVE SPACES TO TEACHER-ABSENCE-RECORD
                   MOVE WS-B-TEACHER(WS-B) TO TAB-TEACHER-ID
                   MOVE WS-B-DEBUT(WS-B) TO TAB-DATE-DEBUT
                   MOVE WS-B-FIN(WS-B) TO TAB-DATE-FIN
                   MOVE WS-B-MOTIF(WS-B) TO TAB-MOTIF
                   WRITE TEACHER-ABSENCE-RECORD
               END-IF
           END-PERFORM.
           CLOSE ABSENCE-FILE.

           OPEN EXTEND COVER-FILE.
           IF WS-COVER-STATUS = "05" OR WS-COVER-STATUS = "35"
               OPEN OUTPUT COVER-FILE
           END-IF.
           IF WS-COVER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE COVER-FILE: " WS-COVER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-ABS-CNT
               IF WS-B-NOUVELLE(WS-B) = "N"
                   PERFORM 3100-COUVRIR-ABSENCE-DEB
                      THRU 3100-COUVRIR-ABSENCE-FIN
               END-IF
           END-PERFORM.
           CLOSE COVER-FILE.
       3000-COUVRIR-ABSENCES-FIN.
           EXIT.

      * Day by day over the absence; only school days carry lessons.
       3100-COUVRIR-ABSENCE-DEB.
           COMPUTE WS-ENTIER-JOUR =
                   FUNCTION INTEGER-OF-DATE(WS-B-DEBUT(WS-B)).
           COMPUTE WS-ENTIER-FIN =
                   FUNCTION INTEGER-OF-DATE(WS-B-FIN(WS-B)).
           PERFORM UNTIL WS-ENTIER-JOUR > WS-ENTIER-FIN
               COMPUTE WS-DATE-JOUR =
                       FUNCTION DATE-OF-INTEGER(WS-ENTIER-JOUR)
               MOVE WS-DATE-JOUR TO WS-BD-DATE-FIN
               CALL "BusinessDayCalculator" USING WS-BD-FONCTION
                   WS-DATE-JOUR WS-BD-DATE-FIN WS-BD-RESULT-DATE
                   WS-BD-RESULT-COUNT
               IF WS-BD-RESULT-COUNT = 1
                   COMPUTE WS-JOUR-SEMAINE = FUNCTION MOD(
                           WS-ENTIER-JOUR - 1, 7) + 1
                   PERFORM VARYING WS-T FROM 1 BY 1
                           UNTIL WS-T > WS-CRS-CNT
                       IF WS-T-TEACHER(WS-T) = WS-B-TEACHER(WS-B)
                               AND WS-T-JOUR(WS-T) = WS-JOUR-SEMAINE
                           PERFORM 3200-COUVRIR-COURS-DEB
                              THRU 3200-COUVRIR-COURS-FIN
                       END-IF
                   END-PERFORM
               END-IF
               ADD 1 TO WS-ENTIER-JOUR
           END-PERFORM.
       3100-COUVRIR-ABSENCE-FIN.
           EXIT.

      * The free qualified colleague with the least cover this
      * month takes the lesson; the first on the teacher master
      * wins a tie.
       3200-COUVRIR-COURS-DEB.
           ADD 1 TO WS-COURS-CNT.
           MOVE ZERO TO WS-CANDIDAT.
           MOVE 99999 TO WS-CHARGE-MIN.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PROF-CNT
               IF WS-P-ID(WS-P) NOT = WS-B-TEACHER(WS-B)
                   PERFORM 3300-TESTER-REMPLACANT-DEB
                      THRU 3300-TESTER-REMPLACANT-FIN
                   IF PROF-LIBRE AND WS-CHARGE < WS-CHARGE-MIN
                       MOVE WS-P TO WS-CANDIDAT
                       MOVE WS-CHARGE TO WS-CHARGE-MIN
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-COV-CNT >= 50000
               DISPLAY "TABLE DES REMPLACEMENTS PLEINE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-COV-CNT.
           SET CX TO WS-COV-CNT.
           MOVE WS-DATE-JOUR TO WS-C-DATE(CX).
           MOVE WS-JOUR-SEMAINE TO WS-C-JOUR(CX).
           MOVE WS-T-HEURE(WS-T) TO WS-C-HEURE(CX).
           MOVE WS-T-NIVEAU(WS-T) TO WS-C-NIVEAU(CX).
           MOVE WS-T-SUBJECT(WS-T) TO WS-C-SUBJECT(CX).
           MOVE WS-T-ROOM(WS-T) TO WS-C-ROOM(CX).
           MOVE WS-B-TEACHER(WS-B) TO WS-C-ABSENT(CX).
           MOVE "N" TO WS-C-NOUVELLE(CX).
           IF WS-CANDIDAT = ZERO
               MOVE SPACES TO WS-C-SUBSTITUTE(CX)
               MOVE "U" TO WS-C-STATUT(CX)
               ADD 1 TO WS-NON-ASSURES-CNT
           ELSE
               MOVE WS-P-ID(WS-CANDIDAT) TO WS-C-SUBSTITUTE(CX)
               MOVE "C" TO WS-C-STATUT(CX)
               ADD 1 TO WS-ASSURES-CNT
           END-IF.

           MOVE SPACES TO TEACHER-COVER-RECORD.
           MOVE WS-C-DATE(CX) TO COV-DATE.
           MOVE WS-C-JOUR(CX) TO COV-JOUR.
           MOVE WS-C-HEURE(CX) TO COV-HEURE.
           MOVE WS-C-NIVEAU(CX) TO COV-NIVEAU.
           MOVE WS-C-SUBJECT(CX) TO COV-SUBJECT-NAME.
           MOVE WS-C-ROOM(CX) TO COV-ROOM-ID.
           MOVE WS-C-ABSENT(CX) TO COV-ABSENT-ID.
           MOVE WS-C-SUBSTITUTE(CX) TO COV-SUBSTITUTE-ID.
           MOVE WS-C-STATUT(CX) TO COV-STATUT.
           WRITE TEACHER-COVER-RECORD.
       3200-COUVRIR-COURS-FIN.
           EXIT.

      * Qualified in the subject, not timetabled in the slot, not
      * absent that day and not already covering the slot; the
      * month's cover count is returned for the choice.
       3300-TESTER-REMPLACANT-DEB.
           MOVE "N" TO WS-LIBRE.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-AFF-CNT OR PROF-LIBRE
               IF WS-A-TEACHER(WS-A) = WS-P-ID(WS-P)
                       AND WS-A-SUBJECT(WS-A) = WS-T-SUBJECT(WS-T)
                   MOVE "Y" TO WS-LIBRE
               END-IF
           END-PERFORM.

           IF PROF-LIBRE
               PERFORM 3350-TESTER-CRENEAU-DEB
                  THRU 3350-TESTER-CRENEAU-FIN
           END-IF.

           IF PROF-LIBRE
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-ABS-CNT OR NOT PROF-LIBRE
                   IF WS-B-TEACHER(WS-K) = WS-P-ID(WS-P)
                           AND WS-B-DEBUT(WS-K) <= WS-DATE-JOUR
                           AND WS-B-FIN(WS-K) >= WS-DATE-JOUR
                       MOVE "N" TO WS-LIBRE
                   END-IF
               END-PERFORM
           END-IF.

           MOVE ZERO TO WS-CHARGE.
           IF PROF-LIBRE
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-COV-CNT
                   IF WS-C-SUBSTITUTE(WS-C) = WS-P-ID(WS-P)
                       MOVE WS-C-DATE(WS-C)(1:6) TO WS-C-MOIS
                       IF WS-C-MOIS = WS-MOIS-JOUR
                           ADD 1 TO WS-CHARGE
                       END-IF
                       IF WS-C-DATE(WS-C) = WS-DATE-JOUR
                               AND WS-C-HEURE(WS-C) = WS-T-HEURE(WS-T)
                           MOVE "N" TO WS-LIBRE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
       3300-TESTER-REMPLACANT-FIN.
           EXIT.

       3350-TESTER-CRENEAU-DEB.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CRS-CNT OR NOT PROF-LIBRE
               IF WS-T-TEACHER(WS-K) = WS-P-ID(WS-P)
                       AND WS-T-JOUR(WS-K) = WS-JOUR-SEMAINE
                       AND WS-T-HEURE(WS-K) = WS-T-HEURE(WS-T)
                   MOVE "N" TO WS-LIBRE
               END-IF
           END-PERFORM.
       3350-TESTER-CRENEAU-FIN.
           EXIT.

      * The cover sheet of this run, one page block per day in date
      * order, lessons by hour; uncovered lessons are also listed
      * on their own for the deputy head.
       4000-EDITER-FEUILLE-DEB.
           OPEN OUTPUT SHEET-FILE.
           IF WS-SHEET-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SHEET-FILE: " WS-SHEET-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT UNCOVERED-FILE.
           IF WS-UNCOVERED-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE UNCOVERED-FILE: "
                       WS-UNCOVERED-STATUS
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-DATE-PRECEDENTE.
           PERFORM 4100-DATE-SUIVANTE-DEB
              THRU 4100-DATE-SUIVANTE-FIN.
           PERFORM UNTIL WS-DATE-SUIVANTE = 99999999
               PERFORM 4200-EDITER-JOUR-DEB
                  THRU 4200-EDITER-JOUR-FIN
               MOVE WS-DATE-SUIVANTE TO WS-DATE-PRECEDENTE
               PERFORM 4100-DATE-SUIVANTE-DEB
                  THRU 4100-DATE-SUIVANTE-FIN
           END-PERFORM.

           CLOSE SHEET-FILE.
           CLOSE UNCOVERED-FILE.
       4000-EDITER-FEUILLE-FIN.
           EXIT.

      * The earliest date of this run's covers after the one just
      * printed; 99999999 once all are done.
       4100-DATE-SUIVANTE-DEB.
           MOVE 99999999 TO WS-DATE-SUIVANTE.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-COV-CNT
               IF WS-C-NOUVELLE(WS-C) = "N"
                       AND WS-C-DATE(WS-C) > WS-DATE-PRECEDENTE
                       AND WS-C-DATE(WS-C) < WS-DATE-SUIVANTE
                   MOVE WS-C-DATE(WS-C) TO WS-DATE-SUIVANTE
               END-IF
           END-PERFORM.
       4100-DATE-SUIVANTE-FIN.
           EXIT.

       4200-EDITER-JOUR-DEB.
           MOVE SPACES TO WS-DATE-EDITEE.
           STRING WS-DATE-SUIVANTE(7:2) "/" WS-DATE-SUIVANTE(5:2) "/"
                  WS-DATE-SUIVANTE(1:4)
                  DELIMITED BY SIZE INTO WS-DATE-EDITEE.

           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.
           PERFORM 4300-IMPRIMER-ENTETE-DEB
              THRU 4300-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "FEUILLE DE REMPLACEMENT DU " WS-DATE-EDITEE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "HEURE NIV  MATIERE    SALLE  ABSENT"
               TO REPORT-LINE.
           MOVE "REMPLACANT" TO REPORT-LINE(58:10).
           WRITE REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.

           PERFORM VARYING WS-H FROM 0 BY 1 UNTIL WS-H > 23
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-COV-CNT
                   IF WS-C-NOUVELLE(WS-C) = "N"
                           AND WS-C-DATE(WS-C) = WS-DATE-SUIVANTE
                           AND WS-C-HEURE(WS-C) = WS-H
                       PERFORM 4400-EDITER-COURS-DEB
                          THRU 4400-EDITER-COURS-FIN
                   END-IF
               END-PERFORM
           END-PERFORM.
       4200-EDITER-JOUR-FIN.
           EXIT.

       4300-IMPRIMER-ENTETE-DEB.
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
       4300-IMPRIMER-ENTETE-FIN.
           EXIT.

       4400-EDITER-COURS-DEB.
           MOVE SPACES TO WS-NOM-ABSENT.
           MOVE "NON ASSURE" TO WS-NOM-REMPLACANT.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PROF-CNT
               IF WS-P-ID(WS-P) = WS-C-ABSENT(WS-C)
                   MOVE WS-P-NAME(WS-P) TO WS-NOM-ABSENT
               END-IF
               IF WS-P-ID(WS-P) = WS-C-SUBSTITUTE(WS-C)
                   MOVE WS-P-NAME(WS-P) TO WS-NOM-REMPLACANT
               END-IF
           END-PERFORM.

           PERFORM 4300-IMPRIMER-ENTETE-DEB
              THRU 4300-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-C-HEURE(WS-C) "H   " WS-C-NIVEAU(WS-C) "   "
                  WS-C-SUBJECT(WS-C) " " WS-C-ROOM(WS-C) " "
                  WS-C-ABSENT(WS-C) " " WS-NOM-ABSENT " "
                  WS-C-SUBSTITUTE(WS-C) " " WS-NOM-REMPLACANT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

           IF WS-C-STATUT(WS-C) = "U"
               MOVE SPACES TO UNCOVERED-LINE
               STRING WS-C-DATE(WS-C) " " WS-C-HEURE(WS-C) "H NIVEAU "
                      WS-C-NIVEAU(WS-C) " " WS-C-SUBJECT(WS-C) " "
                      WS-C-ROOM(WS-C) " ABSENT " WS-C-ABSENT(WS-C)
                      " " WS-NOM-ABSENT
                      DELIMITED BY SIZE INTO UNCOVERED-LINE
               WRITE UNCOVERED-LINE
           END-IF.
       4400-EDITER-COURS-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE TRANSACTION-FILE.
           CLOSE SUSPENSE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "REMPLACEMENTS DES PROFESSEURS TERMINES.".
           DISPLAY "ABSENCES LUES         : " WS-TOTAL-CNT.
           DISPLAY "ABSENCES ACCEPTEES    : " WS-ACCEPTEES-CNT.
           DISPLAY "REJETEES              : " WS-REJECTED-CNT.
           DISPLAY "COURS A REMPLACER     : " WS-COURS-CNT.
           DISPLAY "COURS ASSURES         : " WS-ASSURES-CNT.
           DISPLAY "COURS NON ASSURES     : " WS-NON-ASSURES-CNT.
           DISPLAY "------------------------------------------------".

           IF WS-NON-ASSURES-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-FIN.
           EXIT.
