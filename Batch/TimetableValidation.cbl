       IDENTIFICATION DIVISION.
       PROGRAM-ID. TimetableValidation.
       AUTHOR. Mathieu.

      * The weekly class timetable off the whiteboard. The subject
      * catalog and the assignment file said who teaches what to
      * which level, never when or where - so double-booked teachers
      * and rooms were found by the students. This run reads the
      * timetable file (slot, level, subject, teacher, room) in
      * order and rejects, with the reason, a line whose slot is not
      * a school hour, whose subject is off the catalog, whose
      * teacher is unknown or not assigned that subject at that
      * level, whose room is unknown or seats fewer than the
      * level's students (per the level file), or which clashes with
      * a line already kept - the same teacher, the same room or the
      * same level twice in one slot. The first line booked keeps
      * the slot. The kept lines are then checked against the
      * weekly hours each level owes each subject, and every
      * shortfall is reported. The timetable prints per level, per
      * teacher and per room.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMETABLE-FILE ASSIGN DYNAMIC WS-TIMETABLE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TIMETABLE-STATUS.

           SELECT ROOM-FILE ASSIGN DYNAMIC WS-ROOM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROOM-STATUS.

           SELECT HOURS-FILE ASSIGN DYNAMIC WS-HOURS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOURS-STATUS.

           SELECT TEACHER-FILE ASSIGN DYNAMIC WS-TEACHER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TEACHER-STATUS.

           SELECT ASSIGNMENT-FILE ASSIGN DYNAMIC WS-ASSIGN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGN-STATUS.

           SELECT LEVEL-FILE ASSIGN DYNAMIC WS-LEVEL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEVEL-STATUS.

           SELECT REJECT-FILE ASSIGN DYNAMIC WS-REJECT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIMETABLE-FILE.
           COPY "ClassTimetable.cpy".

       FD  ROOM-FILE.
           COPY "RoomMaster.cpy".

      * Weekly hours each level owes each subject.
       FD  HOURS-FILE.
       01  SUBJECT-WEEKLY-HOURS-RECORD.
           05 SWH-NIVEAU            PIC 9(2).
           05 SWH-SUBJECT-NAME      PIC X(10).
           05 SWH-HEURES            PIC 9(2).

       FD  TEACHER-FILE.
       01  TEACHER-MASTER-RECORD.
           05 TCH-ID                PIC X(6).
           05 TCH-NAME              PIC X(20).

       FD  ASSIGNMENT-FILE.
       01  TEACHER-ASSIGNMENT-RECORD.
           05 TAS-TEACHER-ID        PIC X(6).
           05 TAS-SUBJECT-NAME      PIC X(10).
           05 TAS-NIVEAU            PIC 9(2).

       FD  LEVEL-FILE.
       01  STUDENT-LEVEL-RECORD.
           05 LVL-STUDENT-ID        PIC X(6).
           05 LVL-NIVEAU            PIC 9(2).

       FD  REJECT-FILE.
       01  REJECT-LINE              PIC X(90).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-TIMETABLE-PATH        PIC X(40)
                                 VALUE "Data/CLASS-TIMETABLE.txt".
       01  WS-ROOM-PATH             PIC X(40)
                                 VALUE "Data/ROOM-MASTER.txt".
       01  WS-HOURS-PATH            PIC X(40)
                                 VALUE "Data/SUBJECT-WEEKLY-HOURS.txt".
       01  WS-TEACHER-PATH          PIC X(40)
                                 VALUE "Data/TEACHER-MASTER.txt".
       01  WS-ASSIGN-PATH           PIC X(40)
                                 VALUE "Data/TEACHER-ASSIGNMENT.txt".
       01  WS-LEVEL-PATH            PIC X(40)
                                 VALUE "Data/STUDENT-LEVEL.txt".
       01  WS-REJECT-PATH           PIC X(40)
                                 VALUE "Data/CLASS-TIMETABLE-ERR.txt".
       01  WS-REPORT-PATH           PIC X(40)
                                 VALUE "Data/TIMETABLE-REPORT.txt".
       01  WS-TIMETABLE-STATUS      PIC XX.
       01  WS-ROOM-STATUS           PIC XX.
       01  WS-HOURS-STATUS          PIC XX.
       01  WS-TEACHER-STATUS        PIC XX.
       01  WS-ASSIGN-STATUS         PIC XX.
       01  WS-LEVEL-STATUS          PIC XX.
       01  WS-REJECT-STATUS         PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

      * School hours: one-hour lessons starting 08H to 17H, Monday
      * to Friday.
       01  WS-HEURE-PREMIERE        PIC 9(2) VALUE 08.
       01  WS-HEURE-DERNIERE        PIC 9(2) VALUE 17.

       01  WS-NOMS-JOURS            PIC X(40)
                 VALUE "LUNDI   MARDI   MERCREDIJEUDI   VENDREDI".
       01  WS-NOMS-JOURS-TABLE REDEFINES WS-NOMS-JOURS.
           05 WS-NOM-JOUR           PIC X(8) OCCURS 5 TIMES.

       01  WS-TODAY                 PIC 9(8).
       01  WS-TODAY-GROUPE REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY         PIC 9(4).
           05 WS-TODAY-MM           PIC 9(2).
           05 WS-TODAY-DD           PIC 9(2).

       01  WS-LUS-CNT               PIC 9(5) VALUE ZERO.
       01  WS-RETENUS-CNT           PIC 9(5) VALUE ZERO.
       01  WS-REJETES-CNT           PIC 9(5) VALUE ZERO.
       01  WS-MANQUES-CNT           PIC 9(5) VALUE ZERO.

       01  WS-MOTIF-REJET           PIC X(30).
       01  WS-LIBELLE-MATIERE       PIC X(20).
       01  WS-CATALOGUE             PIC X.
       01  WS-TROUVE                PIC X.
           88 TROUVE                VALUE "Y".
       01  WS-SALLE-INDEX           PIC 9(3).

       01  WS-PROF-CNT              PIC 9(3) VALUE ZERO.
       01  WS-P                     PIC 9(3).
       01  WS-PROF-TABLE.
           05 WS-PROF-ENTRY OCCURS 200 TIMES
                   DEPENDING ON WS-PROF-CNT
                   INDEXED BY PX.
               10 WS-P-ID           PIC X(6).
               10 WS-P-NAME         PIC X(20).

       01  WS-ASSIGN-CNT            PIC 9(3) VALUE ZERO.
       01  WS-A                     PIC 9(3).
       01  WS-ASSIGN-TABLE.
           05 WS-ASSIGN-ENTRY OCCURS 500 TIMES
                   DEPENDING ON WS-ASSIGN-CNT
                   INDEXED BY ASX.
               10 WS-A-TEACHER      PIC X(6).
               10 WS-A-SUBJECT      PIC X(10).
               10 WS-A-NIVEAU       PIC 9(2).

       01  WS-SALLE-CNT             PIC 9(3) VALUE ZERO.
       01  WS-S                     PIC 9(3).
       01  WS-SALLE-TABLE.
           05 WS-SALLE-ENTRY OCCURS 200 TIMES
                   DEPENDING ON WS-SALLE-CNT
                   INDEXED BY SX.
               10 WS-S-ID           PIC X(6).
               10 WS-S-LIBELLE      PIC X(20).
               10 WS-S-CAPACITE     PIC 9(3).

       01  WS-HORAIRE-CNT           PIC 9(3) VALUE ZERO.
       01  WS-H                     PIC 9(3).
       01  WS-HORAIRE-TABLE.
           05 WS-HORAIRE-ENTRY OCCURS 500 TIMES
                   DEPENDING ON WS-HORAIRE-CNT
                   INDEXED BY HX.
               10 WS-H-NIVEAU       PIC 9(2).
               10 WS-H-SUBJECT      PIC X(10).
               10 WS-H-HEURES       PIC 9(2).
               10 WS-H-PLACEES      PIC 9(2).

      * Students per level, straight from the level file.
       01  WS-N                     PIC 9(3).
       01  WS-NIVEAU-EDITE          PIC 9(2).
       01  WS-EFFECTIF-TABLE.
           05 WS-EFFECTIF           PIC 9(4) OCCURS 99 TIMES.

      * Lines kept, in slot order - each one inserted in place.
       01  WS-COURS-CNT             PIC 9(3) VALUE ZERO.
       01  WS-C                     PIC 9(3).
       01  WS-K                     PIC 9(3).
       01  WS-POS                   PIC 9(3).
       01  WS-COURS-TABLE.
           05 WS-COURS-ENTRY OCCURS 500 TIMES
                   DEPENDING ON WS-COURS-CNT
                   INDEXED BY CX.
               10 WS-C-CRENEAU.
                   15 WS-C-JOUR     PIC 9(1).
                   15 WS-C-HEURE    PIC 9(2).
               10 WS-C-NIVEAU       PIC 9(2).
               10 WS-C-SUBJECT      PIC X(10).
               10 WS-C-TEACHER      PIC X(6).
               10 WS-C-ROOM         PIC X(6).

       01  WS-LIGNES-SECTION        PIC 9(3).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITEMENT-DEB
              THRU 2000-TRAITEMENT-FIN
              UNTIL END-OF-FILE.

           PERFORM 3000-CONTROLER-HORAIRES-DEB
              THRU 3000-CONTROLER-HORAIRES-FIN.

           PERFORM 4000-EDITER-NIVEAUX-DEB
              THRU 4000-EDITER-NIVEAUX-FIN.
           PERFORM 4100-EDITER-PROFS-DEB
              THRU 4100-EDITER-PROFS-FIN.
           PERFORM 4200-EDITER-SALLES-DEB
              THRU 4200-EDITER-SALLES-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE "TimetableValidation" TO RH-PROGRAM-ID.
           MOVE "EMPLOI DU TEMPS" TO RH-REPORT-TITLE.
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 40 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM 1100-CHARGER-PROFS-DEB
              THRU 1100-CHARGER-PROFS-FIN.
           PERFORM 1200-CHARGER-AFFECTATIONS-DEB
              THRU 1200-CHARGER-AFFECTATIONS-FIN.
           PERFORM 1300-CHARGER-SALLES-DEB
              THRU 1300-CHARGER-SALLES-FIN.
           PERFORM 1400-CHARGER-HORAIRES-DEB
              THRU 1400-CHARGER-HORAIRES-FIN.
           PERFORM 1500-CHARGER-EFFECTIFS-DEB
              THRU 1500-CHARGER-EFFECTIFS-FIN.

           OPEN INPUT TIMETABLE-FILE.
           IF WS-TIMETABLE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE TIMETABLE-FILE: "
                       WS-TIMETABLE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REJECT-FILE.
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REJECT-FILE: "
                       WS-REJECT-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.

           PERFORM 2100-LIRE-COURS-DEB
              THRU 2100-LIRE-COURS-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-CHARGER-PROFS-DEB.
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
                       IF WS-PROF-CNT < 200
                           ADD 1 TO WS-PROF-CNT
                           SET PX TO WS-PROF-CNT
                           MOVE TCH-ID TO WS-P-ID(PX)
                           MOVE TCH-NAME TO WS-P-NAME(PX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TEACHER-FILE.
       1100-CHARGER-PROFS-FIN.
           EXIT.

       1200-CHARGER-AFFECTATIONS-DEB.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WS-ASSIGN-STATUS = "00"
               PERFORM UNTIL WS-ASSIGN-STATUS = "10"
                   READ ASSIGNMENT-FILE
                       AT END
                           MOVE "10" TO WS-ASSIGN-STATUS
                       NOT AT END
                           IF WS-ASSIGN-CNT < 500
                               ADD 1 TO WS-ASSIGN-CNT
                               SET ASX TO WS-ASSIGN-CNT
                               MOVE TAS-TEACHER-ID
                                   TO WS-A-TEACHER(ASX)
                               MOVE TAS-SUBJECT-NAME
                                   TO WS-A-SUBJECT(ASX)
                               MOVE TAS-NIVEAU TO WS-A-NIVEAU(ASX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
           END-IF.
       1200-CHARGER-AFFECTATIONS-FIN.
           EXIT.

       1300-CHARGER-SALLES-DEB.
           OPEN INPUT ROOM-FILE.
           IF WS-ROOM-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE ROOM-FILE: "
                       WS-ROOM-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-ROOM-STATUS = "10"
               READ ROOM-FILE
                   AT END
                       MOVE "10" TO WS-ROOM-STATUS
                   NOT AT END
                       IF WS-SALLE-CNT < 200
                           ADD 1 TO WS-SALLE-CNT
                           SET SX TO WS-SALLE-CNT
                           MOVE ROM-ID TO WS-S-ID(SX)
                           MOVE ROM-LIBELLE TO WS-S-LIBELLE(SX)
                           MOVE ROM-CAPACITE TO WS-S-CAPACITE(SX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROOM-FILE.
       1300-CHARGER-SALLES-FIN.
           EXIT.

      * No hours file, no hours owed: the timetable is still checked
      * for clashes.
       1400-CHARGER-HORAIRES-DEB.
           OPEN INPUT HOURS-FILE.
           IF WS-HOURS-STATUS = "00"
               PERFORM UNTIL WS-HOURS-STATUS = "10"
                   READ HOURS-FILE
                       AT END
                           MOVE "10" TO WS-HOURS-STATUS
                       NOT AT END
                           IF WS-HORAIRE-CNT < 500
                               ADD 1 TO WS-HORAIRE-CNT
                               SET HX TO WS-HORAIRE-CNT
                               MOVE SWH-NIVEAU TO WS-H-NIVEAU(HX)
                               MOVE SWH-SUBJECT-NAME
                                   TO WS-H-SUBJECT(HX)
                               MOVE SWH-HEURES TO WS-H-HEURES(HX)
                               MOVE ZERO TO WS-H-PLACEES(HX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOURS-FILE
           ELSE
               DISPLAY "HORAIRES HEBDOMADAIRES ABSENTS - PAS DE "
                       "CONTROLE DES HEURES"
           END-IF.
       1400-CHARGER-HORAIRES-FIN.
           EXIT.

       1500-CHARGER-EFFECTIFS-DEB.
           INITIALIZE WS-EFFECTIF-TABLE.
           OPEN INPUT LEVEL-FILE.
           IF WS-LEVEL-STATUS = "00"
               PERFORM UNTIL WS-LEVEL-STATUS = "10"
                   READ LEVEL-FILE
                       AT END
                           MOVE "10" TO WS-LEVEL-STATUS
                       NOT AT END
                           IF LVL-NIVEAU IS NUMERIC
                                   AND LVL-NIVEAU > ZERO
                               ADD 1 TO WS-EFFECTIF(LVL-NIVEAU)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEVEL-FILE
           END-IF.
       1500-CHARGER-EFFECTIFS-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-LUS-CNT.
           PERFORM 2200-VALIDER-COURS-DEB
              THRU 2200-VALIDER-COURS-FIN.

           IF WS-MOTIF-REJET NOT = SPACES
               ADD 1 TO WS-REJETES-CNT
               MOVE SPACES TO REJECT-LINE
               STRING CLASS-TIMETABLE-RECORD " " WS-MOTIF-REJET
                      DELIMITED BY SIZE INTO REJECT-LINE
               WRITE REJECT-LINE
           ELSE
               PERFORM 2300-RETENIR-COURS-DEB
                  THRU 2300-RETENIR-COURS-FIN
           END-IF.

           PERFORM 2100-LIRE-COURS-DEB
              THRU 2100-LIRE-COURS-FIN.
       2000-TRAITEMENT-FIN.
           EXIT.

       2100-LIRE-COURS-DEB.
           READ TIMETABLE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       2100-LIRE-COURS-FIN.
           EXIT.

       2200-VALIDER-COURS-DEB.
           MOVE SPACES TO WS-MOTIF-REJET.

           EVALUATE TRUE
               WHEN TTB-JOUR IS NOT NUMERIC
                       OR TTB-HEURE IS NOT NUMERIC
                   MOVE "CRENEAU INVALIDE" TO WS-MOTIF-REJET
               WHEN TTB-JOUR < 1 OR TTB-JOUR > 5
                       OR TTB-HEURE < WS-HEURE-PREMIERE
                       OR TTB-HEURE > WS-HEURE-DERNIERE
                   MOVE "CRENEAU INVALIDE" TO WS-MOTIF-REJET
               WHEN TTB-NIVEAU IS NOT NUMERIC
                   MOVE "NIVEAU INVALIDE" TO WS-MOTIF-REJET
               WHEN TTB-NIVEAU = ZERO
                   MOVE "NIVEAU INVALIDE" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET = SPACES
               CALL "SubjectCatalogCheck" USING TTB-SUBJECT-NAME
                   WS-LIBELLE-MATIERE WS-CATALOGUE
               IF WS-CATALOGUE NOT = "Y"
                   MOVE "MATIERE HORS CATALOGUE" TO WS-MOTIF-REJET
               END-IF
           END-IF.

           IF WS-MOTIF-REJET = SPACES
               MOVE "N" TO WS-TROUVE
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PROF-CNT OR TROUVE
                   IF WS-P-ID(WS-P) = TTB-TEACHER-ID
                       MOVE "Y" TO WS-TROUVE
                   END-IF
               END-PERFORM
               IF NOT TROUVE
                   MOVE "ENSEIGNANT INCONNU" TO WS-MOTIF-REJET
               END-IF
           END-IF.

           IF WS-MOTIF-REJET = SPACES
               MOVE "N" TO WS-TROUVE
               PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > WS-ASSIGN-CNT OR TROUVE
                   IF WS-A-TEACHER(WS-A) = TTB-TEACHER-ID
                           AND WS-A-SUBJECT(WS-A) = TTB-SUBJECT-NAME
                           AND WS-A-NIVEAU(WS-A) = TTB-NIVEAU
                       MOVE "Y" TO WS-TROUVE
                   END-IF
               END-PERFORM
               IF NOT TROUVE
                   MOVE "ENSEIGNANT NON AFFECTE" TO WS-MOTIF-REJET
               END-IF
           END-IF.

           IF WS-MOTIF-REJET = SPACES
               MOVE ZERO TO WS-SALLE-INDEX
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-SALLE-CNT
                          OR WS-SALLE-INDEX > ZERO
                   IF WS-S-ID(WS-S) = TTB-ROOM-ID
                       MOVE WS-S TO WS-SALLE-INDEX
                   END-IF
               END-PERFORM
               IF WS-SALLE-INDEX = ZERO
                   MOVE "SALLE INCONNUE" TO WS-MOTIF-REJET
               ELSE
                   IF WS-S-CAPACITE(WS-SALLE-INDEX)
                           < WS-EFFECTIF(TTB-NIVEAU)
                       MOVE "SALLE TROP PETITE" TO WS-MOTIF-REJET
                   END-IF
               END-IF
           END-IF.

      * Clashes are judged against the lines already kept only.
           IF WS-MOTIF-REJET = SPACES
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-COURS-CNT
                          OR WS-MOTIF-REJET NOT = SPACES
                   IF WS-C-CRENEAU(WS-C) = TTB-CRENEAU
                       EVALUATE TRUE
                           WHEN WS-C-TEACHER(WS-C) = TTB-TEACHER-ID
                               MOVE "CONFLIT ENSEIGNANT"
                                   TO WS-MOTIF-REJET
                           WHEN WS-C-ROOM(WS-C) = TTB-ROOM-ID
                               MOVE "CONFLIT SALLE" TO WS-MOTIF-REJET
                           WHEN WS-C-NIVEAU(WS-C) = TTB-NIVEAU
                               MOVE "CONFLIT NIVEAU" TO WS-MOTIF-REJET
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-MOTIF-REJET = SPACES
                   AND WS-COURS-CNT >= 500
               MOVE "TABLE DES COURS PLEINE" TO WS-MOTIF-REJET
           END-IF.
       2200-VALIDER-COURS-FIN.
           EXIT.

      * The kept line goes in ahead of the first later slot, so the
      * printed timetables come out in slot order.
       2300-RETENIR-COURS-DEB.
           ADD 1 TO WS-RETENUS-CNT.
           MOVE 1 TO WS-POS.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-COURS-CNT
               IF WS-C-CRENEAU(WS-C) NOT > TTB-CRENEAU
                   COMPUTE WS-POS = WS-C + 1
               END-IF
           END-PERFORM.

           ADD 1 TO WS-COURS-CNT.
           PERFORM VARYING WS-K FROM WS-COURS-CNT BY -1
                   UNTIL WS-K <= WS-POS
               MOVE WS-COURS-ENTRY(WS-K - 1) TO WS-COURS-ENTRY(WS-K)
           END-PERFORM.

           MOVE TTB-CRENEAU TO WS-C-CRENEAU(WS-POS).
           MOVE TTB-NIVEAU TO WS-C-NIVEAU(WS-POS).
           MOVE TTB-SUBJECT-NAME TO WS-C-SUBJECT(WS-POS).
           MOVE TTB-TEACHER-ID TO WS-C-TEACHER(WS-POS).
           MOVE TTB-ROOM-ID TO WS-C-ROOM(WS-POS).

           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HORAIRE-CNT
               IF WS-H-NIVEAU(WS-H) = TTB-NIVEAU
                       AND WS-H-SUBJECT(WS-H) = TTB-SUBJECT-NAME
                   ADD 1 TO WS-H-PLACEES(WS-H)
               END-IF
           END-PERFORM.
       2300-RETENIR-COURS-FIN.
           EXIT.

       3000-CONTROLER-HORAIRES-DEB.
           MOVE SPACES TO REPORT-LINE.
           MOVE "HEURES HEBDOMADAIRES MANQUANTES" TO REPORT-LINE.
           PERFORM 3900-ECRIRE-LIGNE-DEB
              THRU 3900-ECRIRE-LIGNE-FIN.

           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HORAIRE-CNT
               IF WS-H-PLACEES(WS-H) < WS-H-HEURES(WS-H)
                   ADD 1 TO WS-MANQUES-CNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  NIVEAU " WS-H-NIVEAU(WS-H) " "
                          WS-H-SUBJECT(WS-H) " : "
                          WS-H-PLACEES(WS-H) " H PLACEES SUR "
                          WS-H-HEURES(WS-H) " H DUES"
                          DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM 3900-ECRIRE-LIGNE-DEB
                      THRU 3900-ECRIRE-LIGNE-FIN
               END-IF
           END-PERFORM.

           IF WS-MANQUES-CNT = ZERO
               MOVE "  (AUCUNE)" TO REPORT-LINE
               PERFORM 3900-ECRIRE-LIGNE-DEB
                  THRU 3900-ECRIRE-LIGNE-FIN
           END-IF.
       3000-CONTROLER-HORAIRES-FIN.
           EXIT.

       3100-IMPRIMER-ENTETE-DEB.
           ADD 1 TO RH-PAGE-NUMBER.
           MOVE SPACES TO RH-HEADING-LINE-1.
           STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                  " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                  DELIMITED BY SIZE INTO RH-HEADING-LINE-1.
           MOVE RH-HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO RH-LINE-COUNT.
       3100-IMPRIMER-ENTETE-FIN.
           EXIT.

      * Each section opens on a new page.
       3200-NOUVELLE-SECTION-DEB.
           PERFORM 3100-IMPRIMER-ENTETE-DEB
              THRU 3100-IMPRIMER-ENTETE-FIN.
           MOVE ZERO TO WS-LIGNES-SECTION.
       3200-NOUVELLE-SECTION-FIN.
           EXIT.

      * One timetable line: slot, then whatever the section is not
      * keyed on.
       3300-EDITER-COURS-DEB.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " WS-NOM-JOUR(WS-C-JOUR(WS-C)) " "
                  WS-C-HEURE(WS-C) "H  NIVEAU " WS-C-NIVEAU(WS-C)
                  "  " WS-C-SUBJECT(WS-C)
                  "  ENSEIGNANT " WS-C-TEACHER(WS-C)
                  "  SALLE " WS-C-ROOM(WS-C)
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 3900-ECRIRE-LIGNE-DEB
              THRU 3900-ECRIRE-LIGNE-FIN.
           ADD 1 TO WS-LIGNES-SECTION.
       3300-EDITER-COURS-FIN.
           EXIT.

       3900-ECRIRE-LIGNE-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               MOVE REPORT-LINE TO WS-REPORT-TOTAL-LINE
               PERFORM 3100-IMPRIMER-ENTETE-DEB
                  THRU 3100-IMPRIMER-ENTETE-FIN
               MOVE WS-REPORT-TOTAL-LINE TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       3900-ECRIRE-LIGNE-FIN.
           EXIT.

       4000-EDITER-NIVEAUX-DEB.
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 99
               MOVE "N" TO WS-TROUVE
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-COURS-CNT OR TROUVE
                   IF WS-C-NIVEAU(WS-C) = WS-N
                       MOVE "Y" TO WS-TROUVE
                   END-IF
               END-PERFORM
               IF TROUVE
                   PERFORM 3200-NOUVELLE-SECTION-DEB
                      THRU 3200-NOUVELLE-SECTION-FIN
                   MOVE WS-N TO WS-NIVEAU-EDITE
                   MOVE SPACES TO REPORT-LINE
                   STRING "EMPLOI DU TEMPS DU NIVEAU " WS-NIVEAU-EDITE
                          " (" WS-EFFECTIF(WS-N) " ELEVES)"
                          DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM 3900-ECRIRE-LIGNE-DEB
                      THRU 3900-ECRIRE-LIGNE-FIN
                   PERFORM VARYING WS-C FROM 1 BY 1
                           UNTIL WS-C > WS-COURS-CNT
                       IF WS-C-NIVEAU(WS-C) = WS-N
                           PERFORM 3300-EDITER-COURS-DEB
                              THRU 3300-EDITER-COURS-FIN
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       4000-EDITER-NIVEAUX-FIN.
           EXIT.

       4100-EDITER-PROFS-DEB.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PROF-CNT
               PERFORM 3200-NOUVELLE-SECTION-DEB
                  THRU 3200-NOUVELLE-SECTION-FIN
               MOVE SPACES TO REPORT-LINE
               STRING "EMPLOI DU TEMPS DE L'ENSEIGNANT "
                      WS-P-ID(WS-P) " " WS-P-NAME(WS-P)
                      DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 3900-ECRIRE-LIGNE-DEB
                  THRU 3900-ECRIRE-LIGNE-FIN
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-COURS-CNT
                   IF WS-C-TEACHER(WS-C) = WS-P-ID(WS-P)
                       PERFORM 3300-EDITER-COURS-DEB
                          THRU 3300-EDITER-COURS-FIN
                   END-IF
               END-PERFORM
               IF WS-LIGNES-SECTION = ZERO
                   MOVE "  (AUCUN COURS)" TO REPORT-LINE
                   PERFORM 3900-ECRIRE-LIGNE-DEB
                      THRU 3900-ECRIRE-LIGNE-FIN
               END-IF
           END-PERFORM.
       4100-EDITER-PROFS-FIN.
           EXIT.

       4200-EDITER-SALLES-DEB.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SALLE-CNT
               PERFORM 3200-NOUVELLE-SECTION-DEB
                  THRU 3200-NOUVELLE-SECTION-FIN
               MOVE SPACES TO REPORT-LINE
               STRING "OCCUPATION DE LA SALLE " WS-S-ID(WS-S) " "
                      WS-S-LIBELLE(WS-S) " (" WS-S-CAPACITE(WS-S)
                      " PLACES)"
                      DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 3900-ECRIRE-LIGNE-DEB
                  THRU 3900-ECRIRE-LIGNE-FIN
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-COURS-CNT
                   IF WS-C-ROOM(WS-C) = WS-S-ID(WS-S)
                       PERFORM 3300-EDITER-COURS-DEB
                          THRU 3300-EDITER-COURS-FIN
                   END-IF
               END-PERFORM
               IF WS-LIGNES-SECTION = ZERO
                   MOVE "  (LIBRE TOUTE LA SEMAINE)" TO REPORT-LINE
                   PERFORM 3900-ECRIRE-LIGNE-DEB
                      THRU 3900-ECRIRE-LIGNE-FIN
               END-IF
           END-PERFORM.
       4200-EDITER-SALLES-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE TIMETABLE-FILE.
           CLOSE REJECT-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "CONTROLE DE L'EMPLOI DU TEMPS TERMINE.".
           DISPLAY "COURS LUS             : " WS-LUS-CNT.
           DISPLAY "COURS RETENUS         : " WS-RETENUS-CNT.
           DISPLAY "COURS REJETES         : " WS-REJETES-CNT.
           DISPLAY "HORAIRES INCOMPLETS   : " WS-MANQUES-CNT.
           DISPLAY "------------------------------------------------".
           IF WS-REJETES-CNT > ZERO OR WS-MANQUES-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-FIN.
           EXIT.
