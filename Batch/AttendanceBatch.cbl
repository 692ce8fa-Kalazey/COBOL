      * policy requires minimum attendance, not just the grade band
      * - and students past the chronic threshold are listed for
      * the office. Unknown students and bad dates are rejected to
      * an error file. An absence on a school day of a temporary
      * exclusion (the suspension-day file DisciplineIncidentBatch
      * writes) is excused - the student was sent home - and is
      * counted apart instead of in the summary.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT SUSPENSION-FILE ASSIGN DYNAMIC WS-SUSPENSION-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTENDANCE-TXN-FILE.
       FD  REJECT-FILE.
       01  REJECT-LINE              PIC X(60).

       FD  SUSPENSION-FILE.
       01  SUSPENSION-DAY-RECORD.
           05 SUS-STUDENT-ID        PIC X(6).
           05 SUS-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/ATTENDANCE-TXN.txt".
                             VALUE "Data/CHRONIC-ABSENCE-REPORT.txt".
       01  WS-REJECT-PATH           PIC X(40)
                                 VALUE "Data/ATTENDANCE-ERR.txt".
       01  WS-SUSPENSION-PATH       PIC X(40)
                                 VALUE "Data/SUSPENSION-DAYS.txt".
       01  WS-TXN-STATUS            PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-SUMMARY-STATUS        PIC XX.
       01  WS-CHRONIC-STATUS        PIC XX.
       01  WS-REJECT-STATUS         PIC XX.
       01  WS-SUSPENSION-STATUS     PIC XX.
       01  WS-STATUT-ELEVE          PIC X(1).
       01  WS-INSCRIT               PIC X(1).
       01  WS-EOF-SWITCH            PIC X VALUE "N".
       01  WS-CUMULES-CNT           PIC 9(5) VALUE ZERO.
       01  WS-REJETES-CNT           PIC 9(5) VALUE ZERO.
       01  WS-CHRONIQUES-CNT        PIC 9(5) VALUE ZERO.
       01  WS-EXCUSEES-CNT          PIC 9(5) VALUE ZERO.

       01  WS-EXCLUSION-TROUVEE     PIC X.
           88 JOUR-EXCLUSION        VALUE "Y".

       01  WS-EXCLUSION-CNT         PIC 9(5) VALUE ZERO.

       01  WS-EXCLUSION-TABLE.
           05 WS-EXCLUSION-ENTRY OCCURS 20000 TIMES
                   DEPENDING ON WS-EXCLUSION-CNT
                   INDEXED BY XX.
               10 WS-X-ID           PIC X(6).
               10 WS-X-DATE         PIC 9(8).

       01  WS-ETUDIANT-CNT          PIC 9(4) VALUE ZERO.
       01  WS-CUMUL-CNT             PIC 9(5) VALUE ZERO.
              THRU 1100-CHARGER-ETUDIANTS-FIN.
           PERFORM 1200-CHARGER-CUMULS-DEB
              THRU 1200-CHARGER-CUMULS-FIN.
           PERFORM 1300-CHARGER-EXCLUSIONS-DEB
              THRU 1300-CHARGER-EXCLUSIONS-FIN.

           OPEN INPUT ATTENDANCE-TXN-FILE.
           IF WS-TXN-STATUS NOT = "00"
       1200-CHARGER-CUMULS-FIN.
           EXIT.

      * No suspension-day file yet means no exclusion on record.
       1300-CHARGER-EXCLUSIONS-DEB.
           OPEN INPUT SUSPENSION-FILE.
           IF WS-SUSPENSION-STATUS = "00"
               PERFORM UNTIL WS-SUSPENSION-STATUS = "10"
                   READ SUSPENSION-FILE
                       AT END
                           MOVE "10" TO WS-SUSPENSION-STATUS
                       NOT AT END
                           IF WS-EXCLUSION-CNT < 20000
                               ADD 1 TO WS-EXCLUSION-CNT
                               SET XX TO WS-EXCLUSION-CNT
                               MOVE SUS-STUDENT-ID TO WS-X-ID(XX)
                               MOVE SUS-DATE TO WS-X-DATE(XX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSION-FILE
           END-IF.
       1300-CHARGER-EXCLUSIONS-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-LUS-CNT.

               END-IF
           END-PERFORM.

           MOVE "N" TO WS-EXCLUSION-TROUVEE.
           IF DATE-VALIDE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-EXCLUSION-CNT
                   IF WS-X-ID(WS-I) = ATT-STUDENT-ID
                           AND WS-X-DATE(WS-I) = ATT-DATE
                       MOVE "Y" TO WS-EXCLUSION-TROUVEE
                   END-IF
               END-PERFORM
           END-IF.

           IF DATE-VALIDE AND ETUDIANT-TROUVE
               IF JOUR-EXCLUSION
                   ADD 1 TO WS-EXCUSEES-CNT
               ELSE
                   PERFORM 2200-CUMULER-ABSENCE-DEB
                      THRU 2200-CUMULER-ABSENCE-FIN
               END-IF
           ELSE
               MOVE SPACES TO REJECT-LINE
               IF NOT ETUDIANT-TROUVE
           DISPLAY "CUMUL DES ABSENCES TERMINE.".
           DISPLAY "TRANSACTIONS LUES     : " WS-LUS-CNT.
           DISPLAY "ABSENCES CUMULEES     : " WS-CUMULES-CNT.
           DISPLAY "EXCUSEES (EXCLUSION)  : " WS-EXCUSEES-CNT.
           DISPLAY "REJETEES              : " WS-REJETES-CNT.
           DISPLAY "ELEVES CHRONIQUES     : " WS-CHRONIQUES-CNT.
           DISPLAY "------------------------------------------------".
