       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisciplineIncidentBatch.
       AUTHOR. Mathieu.

      * Discipline incident intake - the register the front office
      * kept in a paper book, now tied to the student record. One
      * transaction per incident (student, date, incident type,
      * reporting teacher, sanction, exclusion days, description):
      * the student must be on the student master, the teacher on
      * the teacher master and the sanction in the sanction table;
      * a temporary exclusion needs its number of school days, any
      * other sanction none. Accepted incidents are appended to the
      * discipline register under the current school term, ride
      * AuditTrailWriter and balance with ControlTotals.cpy; an
      * incident already on the register is refused. The days of a
      * temporary exclusion are the school days (BusinessDayCalculator)
      * following the incident and go to the suspension-day file,
      * which AttendanceBatch reads so they are not counted as
      * unexcused absences. A sanction more severe than the letter
      * threshold of the discipline parameter writes a letter to the
      * student's primary guardian of the guardian master; a student
      * with no primary guardian lands on the exceptions list for
      * the office to phone.
      * The letter is queued through NotificationWriter (template
      * DISCIPL); a guardian with an email address or mobile number
      * in the contact directory gets it from the gateway, and only
      * the others get the printed letter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT INCIDENT-FILE ASSIGN DYNAMIC WS-INCIDENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.

           SELECT SANCTION-FILE ASSIGN DYNAMIC WS-SANCTION-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SANCTION-STATUS.

           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TERM-PARM-FILE ASSIGN DYNAMIC WS-TERM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN DYNAMIC WS-STUDENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT TEACHER-FILE ASSIGN DYNAMIC WS-TEACHER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TEACHER-STATUS.

           SELECT GUARDIAN-FILE ASSIGN DYNAMIC WS-GUARDIAN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GUARDIAN-STATUS.

           SELECT SUSPENSION-FILE ASSIGN DYNAMIC WS-SUSPENSION-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSION-STATUS.

           SELECT LETTER-FILE ASSIGN DYNAMIC WS-LETTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT EXCEPTIONS-FILE ASSIGN DYNAMIC WS-EXCEPT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       01  DISCIPLINE-TRANSACTION.
           05 TXN-STUDENT-ID        PIC X(6).
           05 TXN-DATE-X            PIC X(8).
           05 TXN-DATE REDEFINES TXN-DATE-X
                                    PIC 9(8).
           05 TXN-TYPE              PIC X(2).
           05 TXN-TEACHER-ID        PIC X(6).
           05 TXN-SANCTION          PIC X(2).
           05 TXN-JOURS-X           PIC X(2).
           05 TXN-JOURS REDEFINES TXN-JOURS-X
                                    PIC 9(2).
           05 TXN-DESCRIPTION       PIC X(40).

       FD  INCIDENT-FILE.
           COPY "DisciplineIncident.cpy".

       FD  SANCTION-FILE.
           COPY "DisciplineSanction.cpy".

      * Sanctions more severe than this get a guardian letter.
       FD  PARM-FILE.
       01  DISCIPLINE-PARM-RECORD.
           05 PRM-SEUIL-LETTRE      PIC 9(1).

       FD  TERM-PARM-FILE.
       01  TERM-PARM-RECORD.
           05 TPR-TERME             PIC X(6).

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05 STU-ID                PIC X(6).
           05 STU-NAME              PIC X(20).
           05 STU-RESTE             PIC X(60).

       FD  TEACHER-FILE.
       01  TEACHER-MASTER-RECORD.
           05 TCH-ID                PIC X(6).
           05 TCH-NAME              PIC X(20).

       FD  GUARDIAN-FILE.
       01  GUARDIAN-MASTER-RECORD.
           05 GRD-STUDENT-ID        PIC X(6).
           05 GRD-NAME              PIC X(30).
           05 GRD-RELATION          PIC X(10).
           05 GRD-ADDRESS           PIC X(30).
           05 GRD-CITY              PIC X(20).
           05 GRD-STATE             PIC X(2).
           05 GRD-ZIP               PIC X(10).
           05 GRD-PRIMARY           PIC X(1).

      * One row per school day of a temporary exclusion.
       FD  SUSPENSION-FILE.
       01  SUSPENSION-DAY-RECORD.
           05 SUS-STUDENT-ID        PIC X(6).
           05 SUS-DATE              PIC 9(8).

       FD  LETTER-FILE.
       01  LETTER-LINE              PIC X(80).

       FD  EXCEPTIONS-FILE.
       01  EXCEPTION-LINE           PIC X(80).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "DisciplineIncident".

       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/DISCIPLINE-TXN.txt".
       01  WS-INCIDENT-PATH         PIC X(40)
                                 VALUE "Data/DISCIPLINE-INCIDENT.txt".
       01  WS-SANCTION-PATH         PIC X(40)
                             VALUE "Data/DISCIPLINE-SANCTIONS.txt".
       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/DISCIPLINE-PARM.txt".
       01  WS-TERM-PATH             PIC X(40)
                                 VALUE "Data/TUITION-TERM-PARM.txt".
       01  WS-STUDENT-PATH          PIC X(40)
                                 VALUE "Data/STUDENT-MASTER.txt".
       01  WS-TEACHER-PATH          PIC X(40)
                                 VALUE "Data/TEACHER-MASTER.txt".
       01  WS-GUARDIAN-PATH         PIC X(40)
                                 VALUE "Data/GUARDIAN-MASTER.txt".
       01  WS-SUSPENSION-PATH       PIC X(40)
                                 VALUE "Data/SUSPENSION-DAYS.txt".
       01  WS-LETTER-PATH           PIC X(40)
                                 VALUE "Data/DISCIPLINE-LETTERS.txt".
       01  WS-EXCEPT-PATH           PIC X(40)
                         VALUE "Data/DISCIPLINE-LETTER-EXCEPT.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/DISCIPLINE-ERR.txt".
       01  WS-TXN-STATUS            PIC XX.
       01  WS-INCIDENT-STATUS       PIC XX.
       01  WS-SANCTION-STATUS       PIC XX.
       01  WS-PARM-STATUS           PIC XX.
       01  WS-TERM-STATUS           PIC XX.
       01  WS-STUDENT-STATUS        PIC XX.
       01  WS-TEACHER-STATUS        PIC XX.
       01  WS-GUARDIAN-STATUS       PIC XX.
       01  WS-SUSPENSION-STATUS     PIC XX.
       01  WS-LETTER-STATUS         PIC XX.
       01  WS-EXCEPT-STATUS         PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-TERME                 PIC X(6).
       01  WS-SEUIL-LETTRE          PIC 9(1).

       01  WS-SAN-CNT               PIC 9(2) VALUE ZERO.
       01  WS-S                     PIC 9(2).
       01  WS-SAN-TROUVE            PIC 9(2).

       01  WS-SAN-TABLE.
           05 WS-SAN-ENTRY OCCURS 50 TIMES
                   DEPENDING ON WS-SAN-CNT
                   INDEXED BY SX.
               10 WS-S-CODE         PIC X(2).
               10 WS-S-LIBELLE      PIC X(20).
               10 WS-S-SEVERITE     PIC 9(1).
               10 WS-S-EXCLUSION    PIC X(1).

       01  WS-ELEVE-CNT             PIC 9(4) VALUE ZERO.
       01  WS-E                     PIC 9(4).
       01  WS-ELEVE-TROUVE          PIC 9(4).

       01  WS-ELEVE-TABLE.
           05 WS-ELEVE-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-ELEVE-CNT
                   INDEXED BY EX.
               10 WS-E-ID           PIC X(6).
               10 WS-E-NAME         PIC X(20).

       01  WS-PROF-CNT              PIC 9(3) VALUE ZERO.
       01  WS-P                     PIC 9(3).
       01  WS-PROF-TROUVE           PIC X.
           88 PROF-TROUVE           VALUE "Y".

       01  WS-PROF-TABLE.
           05 WS-PROF-ENTRY OCCURS 999 TIMES
                   DEPENDING ON WS-PROF-CNT
                   INDEXED BY PX.
               10 WS-P-ID           PIC X(6).

       01  WS-GRD-CNT               PIC 9(4) VALUE ZERO.
       01  WS-G                     PIC 9(4).
       01  WS-GRD-TROUVE            PIC 9(4).

       01  WS-GRD-TABLE.
           05 WS-GRD-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-GRD-CNT
                   INDEXED BY GX.
               10 WS-G-STUDENT      PIC X(6).
               10 WS-G-NAME         PIC X(30).
               10 WS-G-ADDRESS      PIC X(30).
               10 WS-G-CITY         PIC X(20).
               10 WS-G-STATE        PIC X(2).
               10 WS-G-ZIP          PIC X(10).

      * Incidents already on the register, to refuse a second
      * posting of the same transaction.
       01  WS-INC-CNT               PIC 9(5) VALUE ZERO.
       01  WS-I                     PIC 9(5).
       01  WS-INC-TROUVE            PIC X.
           88 INCIDENT-CONNU        VALUE "Y".

       01  WS-INC-TABLE.
           05 WS-INC-ENTRY OCCURS 20000 TIMES
                   DEPENDING ON WS-INC-CNT
                   INDEXED BY IX.
               10 WS-I-STUDENT      PIC X(6).
               10 WS-I-DATE         PIC 9(8).
               10 WS-I-TYPE         PIC X(2).
               10 WS-I-TEACHER      PIC X(6).

       01  WS-DATE-VALIDE           PIC X.
           88 DATE-VALIDE           VALUE "Y".
       01  WS-DATE-CONTROLE         PIC 9(8).

       01  WS-BD-FONCTION           PIC X(1) VALUE "N".
       01  WS-BD-DATE-1             PIC 9(8).
       01  WS-BD-DATE-2             PIC 9(8) VALUE ZERO.
       01  WS-BD-RESULT-DATE        PIC 9(8).
       01  WS-BD-RESULT-COUNT       PIC 9(4).
       01  WS-J                     PIC 9(2).

       01  WS-DATE-EDITEE           PIC X(10).
       01  WS-DATE-A-EDITER         PIC 9(8).

       01  WS-MOTIF-REJET           PIC X(30).

       01  WS-TOTAL-CNT             PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-CNT           PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-CNT          PIC 9(5) VALUE ZERO.
       01  WS-LETTRE-CNT            PIC 9(5) VALUE ZERO.
       01  WS-SANS-TUTEUR-CNT       PIC 9(5) VALUE ZERO.
       01  WS-JOURS-CNT             PIC 9(5) VALUE ZERO.
       01  WS-ELECTRONIQUE-CNT      PIC 9(5) VALUE ZERO.

       01  WS-NT-PRODUCTEUR         PIC X(20)
                                 VALUE "DisciplineIncident".
       01  WS-NT-TEMPLATE           PIC X(8) VALUE "DISCIPL".
       01  WS-NT-DEST-TYPE          PIC X(1) VALUE "T".
       01  WS-NT-CHAMPS.
           05 WS-NT-CHAMP           PIC X(20) OCCURS 5 TIMES.
       01  WS-NT-PAPIER-LOCAL       PIC X(1) VALUE "Y".
       01  WS-NT-CANAL              PIC X(1).

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "DisciplineIncident".
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

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 1050-LIRE-PARAMETRES-DEB
              THRU 1050-LIRE-PARAMETRES-FIN.
           PERFORM 1100-CHARGER-SANCTIONS-DEB
              THRU 1100-CHARGER-SANCTIONS-FIN.
           PERFORM 1200-CHARGER-ELEVES-DEB
              THRU 1200-CHARGER-ELEVES-FIN.
           PERFORM 1300-CHARGER-PROFESSEURS-DEB
              THRU 1300-CHARGER-PROFESSEURS-FIN.
           PERFORM 1400-CHARGER-TUTEURS-DEB
              THRU 1400-CHARGER-TUTEURS-FIN.
           PERFORM 1500-CHARGER-INCIDENTS-DEB
              THRU 1500-CHARGER-INCIDENTS-FIN.

           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE TRANSACTION-FILE: "
                       WS-TXN-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = "05" OR WS-INCIDENT-STATUS = "35"
               OPEN OUTPUT INCIDENT-FILE
           END-IF.
           IF WS-INCIDENT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE INCIDENT-FILE: "
                       WS-INCIDENT-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND SUSPENSION-FILE.
           IF WS-SUSPENSION-STATUS = "05"
                   OR WS-SUSPENSION-STATUS = "35"
               OPEN OUTPUT SUSPENSION-FILE
           END-IF.
           IF WS-SUSPENSION-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SUSPENSION-FILE: "
                       WS-SUSPENSION-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT LETTER-FILE.
           IF WS-LETTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE LETTER-FILE: "
                       WS-LETTER-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT EXCEPTIONS-FILE.
           IF WS-EXCEPT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE EXCEPTIONS-FILE: "
                       WS-EXCEPT-STATUS
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

      * The letter threshold and the school term the incidents are
      * filed under; both are required.
       1050-LIRE-PARAMETRES-DEB.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE PARM-FILE: " WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY "PARAMETRES DE DISCIPLINE ABSENTS - RUN "
                           "ABANDONNE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF PRM-SEUIL-LETTRE NOT NUMERIC
               DISPLAY "PARAMETRES DE DISCIPLINE INVALIDES - RUN "
                       "ABANDONNE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PRM-SEUIL-LETTRE TO WS-SEUIL-LETTRE.
           CLOSE PARM-FILE.

           OPEN INPUT TERM-PARM-FILE.
           IF WS-TERM-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE TERM-PARM-FILE: "
                       WS-TERM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ TERM-PARM-FILE
               AT END
                   DISPLAY "TERME SCOLAIRE ABSENT - RUN ABANDONNE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE TPR-TERME TO WS-TERME.
           CLOSE TERM-PARM-FILE.
       1050-LIRE-PARAMETRES-FIN.
           EXIT.

       1100-CHARGER-SANCTIONS-DEB.
           OPEN INPUT SANCTION-FILE.
           IF WS-SANCTION-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SANCTION-FILE: "
                       WS-SANCTION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-SANCTION-STATUS = "10"
               READ SANCTION-FILE
                   AT END
                       MOVE "10" TO WS-SANCTION-STATUS
                   NOT AT END
                       IF WS-SAN-CNT >= 50
                           DISPLAY "TABLE DES SANCTIONS PLEINE"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-SAN-CNT
                       SET SX TO WS-SAN-CNT
                       MOVE SAN-CODE TO WS-S-CODE(SX)
                       MOVE SAN-LIBELLE TO WS-S-LIBELLE(SX)
                       MOVE SAN-SEVERITE TO WS-S-SEVERITE(SX)
                       MOVE SAN-EXCLUSION TO WS-S-EXCLUSION(SX)
               END-READ
           END-PERFORM.
           CLOSE SANCTION-FILE.
       1100-CHARGER-SANCTIONS-FIN.
           EXIT.

       1200-CHARGER-ELEVES-DEB.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE STUDENT-MASTER-FILE: "
                       WS-STUDENT-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-STUDENT-STATUS = "10"
               READ STUDENT-MASTER-FILE
                   AT END
                       MOVE "10" TO WS-STUDENT-STATUS
                   NOT AT END
                       IF WS-ELEVE-CNT < 9999
                           ADD 1 TO WS-ELEVE-CNT
                           SET EX TO WS-ELEVE-CNT
                           MOVE STU-ID TO WS-E-ID(EX)
                           MOVE STU-NAME TO WS-E-NAME(EX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER-FILE.
       1200-CHARGER-ELEVES-FIN.
           EXIT.

       1300-CHARGER-PROFESSEURS-DEB.
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
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TEACHER-FILE.
       1300-CHARGER-PROFESSEURS-FIN.
           EXIT.

      * Only primary guardians are kept - the letter goes to them.
       1400-CHARGER-TUTEURS-DEB.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = "00"
               PERFORM UNTIL WS-GUARDIAN-STATUS = "10"
                   READ GUARDIAN-FILE
                       AT END
                           MOVE "10" TO WS-GUARDIAN-STATUS
                       NOT AT END
                           IF GRD-PRIMARY = "P"
                                   AND WS-GRD-CNT < 9999
                               ADD 1 TO WS-GRD-CNT
                               SET GX TO WS-GRD-CNT
                               MOVE GRD-STUDENT-ID
                                   TO WS-G-STUDENT(GX)
                               MOVE GRD-NAME TO WS-G-NAME(GX)
                               MOVE GRD-ADDRESS TO WS-G-ADDRESS(GX)
                               MOVE GRD-CITY TO WS-G-CITY(GX)
                               MOVE GRD-STATE TO WS-G-STATE(GX)
                               MOVE GRD-ZIP TO WS-G-ZIP(GX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF.
       1400-CHARGER-TUTEURS-FIN.
           EXIT.

      * An absent register is the first run.
       1500-CHARGER-INCIDENTS-DEB.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = "00"
               PERFORM UNTIL WS-INCIDENT-STATUS = "10"
                   READ INCIDENT-FILE
                       AT END
                           MOVE "10" TO WS-INCIDENT-STATUS
                       NOT AT END
                           IF WS-INC-CNT >= 20000
                               DISPLAY "TABLE DES INCIDENTS PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-INC-CNT
                           SET IX TO WS-INC-CNT
                           MOVE DIS-STUDENT-ID TO WS-I-STUDENT(IX)
                           MOVE DIS-DATE TO WS-I-DATE(IX)
                           MOVE DIS-TYPE TO WS-I-TYPE(IX)
                           MOVE DIS-TEACHER-ID TO WS-I-TEACHER(IX)
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF.
       1500-CHARGER-INCIDENTS-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-TOTAL-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           ADD 1 TO CT-INPUT-HASH-TOTAL.

           PERFORM 2200-VALIDER-INCIDENT-DEB
              THRU 2200-VALIDER-INCIDENT-FIN.

           IF WS-MOTIF-REJET NOT = SPACES
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               PERFORM 2300-ENREGISTRER-INCIDENT-DEB
                  THRU 2300-ENREGISTRER-INCIDENT-FIN
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

       2200-VALIDER-INCIDENT-DEB.
           MOVE SPACES TO WS-MOTIF-REJET.

           MOVE ZERO TO WS-ELEVE-TROUVE.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-ELEVE-CNT OR WS-ELEVE-TROUVE > ZERO
               IF WS-E-ID(WS-E) = TXN-STUDENT-ID
                   MOVE WS-E TO WS-ELEVE-TROUVE
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-PROF-TROUVE.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PROF-CNT
               IF WS-P-ID(WS-P) = TXN-TEACHER-ID
                   MOVE "Y" TO WS-PROF-TROUVE
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-SAN-TROUVE.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SAN-CNT OR WS-SAN-TROUVE > ZERO
               IF WS-S-CODE(WS-S) = TXN-SANCTION
                   MOVE WS-S TO WS-SAN-TROUVE
               END-IF
           END-PERFORM.

           MOVE "Y" TO WS-DATE-VALIDE.
           IF TXN-DATE-X IS NUMERIC
               MOVE TXN-DATE TO WS-DATE-CONTROLE
               CALL "DateValidator" USING WS-DATE-CONTROLE
                   WS-DATE-VALIDE
           ELSE
               MOVE "N" TO WS-DATE-VALIDE
           END-IF.

           MOVE TXN-TYPE TO DIS-TYPE.

           EVALUATE TRUE
               WHEN WS-ELEVE-TROUVE = ZERO
                   MOVE "ELEVE INCONNU" TO WS-MOTIF-REJET
               WHEN NOT DATE-VALIDE
                   MOVE "DATE INVALIDE" TO WS-MOTIF-REJET
               WHEN TXN-DATE > WS-RUN-DATE
                   MOVE "DATE FUTURE" TO WS-MOTIF-REJET
               WHEN NOT DIS-TYPE-VALIDE
                   MOVE "TYPE D'INCIDENT INVALIDE" TO WS-MOTIF-REJET
               WHEN NOT PROF-TROUVE
                   MOVE "PROFESSEUR INCONNU" TO WS-MOTIF-REJET
               WHEN WS-SAN-TROUVE = ZERO
                   MOVE "SANCTION INCONNUE" TO WS-MOTIF-REJET
               WHEN TXN-JOURS-X NOT NUMERIC
                   MOVE "NOMBRE DE JOURS INVALIDE" TO WS-MOTIF-REJET
               WHEN WS-S-EXCLUSION(WS-SAN-TROUVE) = "Y"
                       AND TXN-JOURS = ZERO
                   MOVE "JOURS D'EXCLUSION MANQUANTS"
                       TO WS-MOTIF-REJET
               WHEN WS-S-EXCLUSION(WS-SAN-TROUVE) NOT = "Y"
                       AND TXN-JOURS NOT = ZERO
                   MOVE "JOURS SANS EXCLUSION" TO WS-MOTIF-REJET
               WHEN TXN-DESCRIPTION = SPACES
                   MOVE "DESCRIPTION MANQUANTE" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET = SPACES
               MOVE "N" TO WS-INC-TROUVE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-INC-CNT
                   IF WS-I-STUDENT(WS-I) = TXN-STUDENT-ID
                           AND WS-I-DATE(WS-I) = TXN-DATE
                           AND WS-I-TYPE(WS-I) = TXN-TYPE
                           AND WS-I-TEACHER(WS-I) = TXN-TEACHER-ID
                       MOVE "Y" TO WS-INC-TROUVE
                   END-IF
               END-PERFORM
               IF INCIDENT-CONNU
                   MOVE "INCIDENT DEJA ENREGISTRE" TO WS-MOTIF-REJET
               END-IF
           END-IF.
       2200-VALIDER-INCIDENT-FIN.
           EXIT.

       2300-ENREGISTRER-INCIDENT-DEB.
           MOVE SPACES TO DISCIPLINE-INCIDENT-RECORD.
           MOVE TXN-STUDENT-ID TO DIS-STUDENT-ID.
           MOVE TXN-DATE TO DIS-DATE.
           MOVE WS-TERME TO DIS-TERME.
           MOVE TXN-TYPE TO DIS-TYPE.
           MOVE TXN-TEACHER-ID TO DIS-TEACHER-ID.
           MOVE TXN-DESCRIPTION TO DIS-DESCRIPTION.
           MOVE TXN-SANCTION TO DIS-SANCTION.
           MOVE WS-S-SEVERITE(WS-SAN-TROUVE) TO DIS-SEVERITE.
           MOVE TXN-JOURS TO DIS-JOURS.
           MOVE ZERO TO DIS-DATE-DEBUT.
           MOVE ZERO TO DIS-DATE-FIN.
           MOVE "N" TO DIS-LETTRE.

           IF DIS-JOURS > ZERO
               PERFORM 2400-POSER-EXCLUSION-DEB
                  THRU 2400-POSER-EXCLUSION-FIN
           END-IF.

           IF DIS-SEVERITE > WS-SEUIL-LETTRE
               PERFORM 2500-ECRIRE-LETTRE-DEB
                  THRU 2500-ECRIRE-LETTRE-FIN
           END-IF.

           WRITE DISCIPLINE-INCIDENT-RECORD.

           IF WS-INC-CNT < 20000
               ADD 1 TO WS-INC-CNT
               SET IX TO WS-INC-CNT
               MOVE DIS-STUDENT-ID TO WS-I-STUDENT(IX)
               MOVE DIS-DATE TO WS-I-DATE(IX)
               MOVE DIS-TYPE TO WS-I-TYPE(IX)
               MOVE DIS-TEACHER-ID TO WS-I-TEACHER(IX)
           END-IF.

           MOVE SPACES TO WS-AT-BEFORE.
           MOVE SPACES TO WS-AT-AFTER.
           STRING DIS-STUDENT-ID " " DIS-DATE " " DIS-TYPE " "
                  DIS-TEACHER-ID " " DIS-SANCTION " J" DIS-JOURS
                  " " DIS-TERME " LETTRE " DIS-LETTRE
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.

           ADD 1 TO WS-APPLIED-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       2300-ENREGISTRER-INCIDENT-FIN.
           EXIT.

      * The exclusion runs over the school days that follow the
      * incident; each one is filed for the attendance intake.
       2400-POSER-EXCLUSION-DEB.
           MOVE DIS-DATE TO WS-BD-DATE-1.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > DIS-JOURS
               CALL "BusinessDayCalculator" USING WS-BD-FONCTION
                   WS-BD-DATE-1 WS-BD-DATE-2 WS-BD-RESULT-DATE
                   WS-BD-RESULT-COUNT
               IF WS-J = 1
                   MOVE WS-BD-RESULT-DATE TO DIS-DATE-DEBUT
               END-IF
               MOVE SPACES TO SUSPENSION-DAY-RECORD
               MOVE DIS-STUDENT-ID TO SUS-STUDENT-ID
               MOVE WS-BD-RESULT-DATE TO SUS-DATE
               WRITE SUSPENSION-DAY-RECORD
               ADD 1 TO WS-JOURS-CNT
               MOVE WS-BD-RESULT-DATE TO WS-BD-DATE-1
           END-PERFORM.
           MOVE WS-BD-DATE-1 TO DIS-DATE-FIN.
       2400-POSER-EXCLUSION-FIN.
           EXIT.

      * Letter to the primary guardian; without one the office is
      * told to make contact instead.
       2500-ECRIRE-LETTRE-DEB.
           MOVE ZERO TO WS-GRD-TROUVE.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GRD-CNT OR WS-GRD-TROUVE > ZERO
               IF WS-G-STUDENT(WS-G) = DIS-STUDENT-ID
                   MOVE WS-G TO WS-GRD-TROUVE
               END-IF
           END-PERFORM.

           IF WS-GRD-TROUVE = ZERO
               MOVE "X" TO DIS-LETTRE
               MOVE SPACES TO EXCEPTION-LINE
               STRING DIS-STUDENT-ID " "
                      WS-E-NAME(WS-ELEVE-TROUVE) " "
                      DIS-DATE " " DIS-SANCTION
                      " PAS DE TUTEUR PRINCIPAL"
                      DELIMITED BY SIZE INTO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
               ADD 1 TO WS-SANS-TUTEUR-CNT
           ELSE
               MOVE "Y" TO DIS-LETTRE
               MOVE SPACES TO WS-NT-CHAMPS
               MOVE WS-E-NAME(WS-ELEVE-TROUVE) TO WS-NT-CHAMP(1)
               MOVE WS-G-NAME(WS-GRD-TROUVE) TO WS-NT-CHAMP(2)
               MOVE DIS-DATE TO WS-NT-CHAMP(3)
               MOVE WS-S-LIBELLE(WS-SAN-TROUVE) TO WS-NT-CHAMP(4)
               MOVE DIS-JOURS TO WS-NT-CHAMP(5)
               CALL "NotificationWriter" USING WS-NT-PRODUCTEUR
                   WS-NT-TEMPLATE WS-NT-DEST-TYPE DIS-STUDENT-ID
                   WS-NT-CHAMPS WS-NT-PAPIER-LOCAL WS-NT-CANAL
               IF WS-NT-CANAL = "P"
                   PERFORM 2550-REDIGER-LETTRE-DEB
                      THRU 2550-REDIGER-LETTRE-FIN
               ELSE
                   ADD 1 TO WS-ELECTRONIQUE-CNT
               END-IF
               ADD 1 TO WS-LETTRE-CNT
           END-IF.
       2500-ECRIRE-LETTRE-FIN.
           EXIT.

       2550-REDIGER-LETTRE-DEB.
           MOVE WS-G-NAME(WS-GRD-TROUVE) TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-G-ADDRESS(WS-GRD-TROUVE) TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING WS-G-CITY(WS-GRD-TROUVE) " "
                  WS-G-STATE(WS-GRD-TROUVE) " "
                  WS-G-ZIP(WS-GRD-TROUVE)
                  DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

           MOVE DIS-DATE TO WS-DATE-A-EDITER.
           PERFORM 2590-EDITER-DATE-DEB
              THRU 2590-EDITER-DATE-FIN.
           MOVE SPACES TO LETTER-LINE.
           STRING "OBJET : INCIDENT DE DISCIPLINE DU " WS-DATE-EDITEE
                  DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "ELEVE    : " DIS-STUDENT-ID " "
                  WS-E-NAME(WS-ELEVE-TROUVE)
                  DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "MOTIF    : " DIS-DESCRIPTION
                  DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "SANCTION : " WS-S-LIBELLE(WS-SAN-TROUVE)
                  DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.

           IF DIS-JOURS > ZERO
               MOVE DIS-DATE-DEBUT TO WS-DATE-A-EDITER
               PERFORM 2590-EDITER-DATE-DEB
                  THRU 2590-EDITER-DATE-FIN
               MOVE SPACES TO LETTER-LINE
               STRING "EXCLUSION DE " DIS-JOURS
                      " JOUR(S) DE CLASSE DU " WS-DATE-EDITEE
                      DELIMITED BY SIZE INTO LETTER-LINE
               MOVE DIS-DATE-FIN TO WS-DATE-A-EDITER
               PERFORM 2590-EDITER-DATE-DEB
                  THRU 2590-EDITER-DATE-FIN
               STRING LETTER-LINE DELIMITED BY "  "
                      " AU " WS-DATE-EDITEE
                      DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.

           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "MERCI DE PRENDRE CONTACT AVEC LA DIRECTION."
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "LA DIRECTION" TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE ALL "-" TO LETTER-LINE.
           WRITE LETTER-LINE.
       2550-REDIGER-LETTRE-FIN.
           EXIT.

       2590-EDITER-DATE-DEB.
           MOVE SPACES TO WS-DATE-EDITEE.
           STRING WS-DATE-A-EDITER(7:2) "/" WS-DATE-A-EDITER(5:2) "/"
                  WS-DATE-A-EDITER(1:4)
                  DELIMITED BY SIZE INTO WS-DATE-EDITEE.
       2590-EDITER-DATE-FIN.
           EXIT.

       2600-REJETER-TRANSACTION-DEB.
           MOVE SPACES TO SUSPENSE-LINE.
           STRING DISCIPLINE-TRANSACTION " " WS-MOTIF-REJET
                  DELIMITED BY SIZE INTO SUSPENSE-LINE.
           WRITE SUSPENSE-LINE.
           ADD 1 TO WS-REJECTED-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       2600-REJETER-TRANSACTION-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE TRANSACTION-FILE.
           CLOSE INCIDENT-FILE.
           CLOSE SUSPENSION-FILE.
           CLOSE LETTER-FILE.
           CLOSE EXCEPTIONS-FILE.
           CLOSE SUSPENSE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "REGISTRE DE DISCIPLINE TERMINE.".
           DISPLAY "TERME                 : " WS-TERME.
           DISPLAY "TRANSACTIONS TRAITEES : " WS-TOTAL-CNT.
           DISPLAY "INCIDENTS ENREGISTRES : " WS-APPLIED-CNT.
           DISPLAY "REJETEES              : " WS-REJECTED-CNT.
           DISPLAY "JOURS D'EXCLUSION     : " WS-JOURS-CNT.
           DISPLAY "LETTRES AUX TUTEURS   : " WS-LETTRE-CNT.
           DISPLAY "  DONT DEMATERIALISES : " WS-ELECTRONIQUE-CNT.
           DISPLAY "SANS TUTEUR PRINCIPAL : " WS-SANS-TUTEUR-CNT.
           DISPLAY "------------------------------------------------".

           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.

      * A letter that could not be addressed is a warning for the
      * office, not a failure of the run.
           IF WS-SANS-TUTEUR-CNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-FIN.
           EXIT.
