      * signed adjustment per employee written onto the payroll
      * file. The hours register lists every pairing and every
      * orphan punch, so the month's figure can finally be traced.
      * An employee's month is an exception when it carries
      * overtime or an orphan punch: that adjustment is not posted
      * on sight but passes through ApprovalGate (type POINTAGE,
      * the employee and the month as key, the employee, the
      * filing day, the department and the month leading the
      * detail line) to the employee's manager, whom ApprovalRelease
      * holds it to and escalates past when they sit on it. Until
      * the manager approves, the payroll carries no adjustment for
      * the employee; refused, the month stays at zero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT APPROVALS-FILE ASSIGN DYNAMIC WS-APPROVALS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVALS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOCK-FILE.
       FD  REGISTER-FILE.
       01  REGISTER-LINE            PIC X(80).

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

       WORKING-STORAGE SECTION.
       01  WS-CLOCK-PATH            PIC X(40)
                                 VALUE "Data/CLOCK-TXN.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-PAYROLL-STATUS        PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-APPROVALS-PATH        PIC X(40)
                                 VALUE "Data/PENDING-APPROVALS.txt".
       01  WS-APPROVALS-STATUS      PIC XX.

       01  WS-HEURES-STANDARD       PIC 9(3) VALUE 152.
       01  WS-TAUX-SUP              PIC 9(3)V99 VALUE 25.00.
                   INDEXED BY HX.
               10 WS-H-EMP-ID       PIC X(6).
               10 WS-H-MINUTES      PIC 9(6).
               10 WS-H-MOIS         PIC 9(6).

       01  WS-HEURE-HHMM            PIC 9(4).
       01  WS-HEURE-DECOUPE REDEFINES WS-HEURE-HHMM.
                                 SIGN IS TRAILING SEPARATE CHARACTER.

       01  WS-HEURES-EDITE          PIC Z(3)9.99.

      * Exceptions go to the employee's manager. The queue is only
      * read here for the refusals - ApprovalGate keeps it and
      * never matches an R.
       01  WS-TYPE-POINTAGE         PIC X(8) VALUE "POINTAGE".
       01  WS-REJET-CNT             PIC 9(3) VALUE ZERO.
       01  WS-R                     PIC 9(3).
       01  WS-REJET-TABLE.
           05 WS-REJET-ENTRY OCCURS 500 TIMES
                   DEPENDING ON WS-REJET-CNT
                   INDEXED BY RX.
               10 WS-R-CLE          PIC X(8).
               10 WS-R-MOIS         PIC X(6).
       01  WS-REJETEE               PIC X VALUE "N".
           88 EXCEPTION-REJETEE     VALUE "Y".

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-ORPHELINS-EMP         PIC 9(2).
       01  WS-AG-PROGRAMME          PIC X(20)
                                 VALUE "TimeClockBatch".
       01  WS-AG-CLE                PIC X(8).
       01  WS-AG-DETAIL             PIC X(40).
       01  WS-AG-DEMANDEUR          PIC X(8) VALUE "BATCH".
       01  WS-AG-VERDICT            PIC X(1).
       01  WS-AJUSTEMENT-VALIDE     PIC X.
           88 AJUSTEMENT-VALIDE     VALUE "Y".
       01  WS-EXCEPTION-CNT         PIC 9(5) VALUE ZERO.
       01  WS-RETENUE-CNT           PIC 9(5) VALUE ZERO.
       01  WS-AJUSTEMENT-EDITE      PIC -(4)9.99.

       PROCEDURE DIVISION.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-CHARGER-PARM-DEB
              THRU 1100-CHARGER-PARM-FIN.
           PERFORM 1200-CHARGER-POINTAGES-DEB
              THRU 1200-CHARGER-POINTAGES-FIN.
           PERFORM 1300-CHARGER-PAIE-DEB
              THRU 1300-CHARGER-PAIE-FIN.
           PERFORM 1400-CHARGER-REJETS-DEB
              THRU 1400-CHARGER-REJETS-FIN.

           OPEN OUTPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
       1300-CHARGER-PAIE-FIN.
           EXIT.

      * A refusal is for one employee and one month: the month sits
      * in the detail line behind the department.
       1400-CHARGER-REJETS-DEB.
           OPEN INPUT APPROVALS-FILE.
           IF WS-APPROVALS-STATUS = "00"
               PERFORM UNTIL WS-APPROVALS-STATUS = "10"
                   READ APPROVALS-FILE
                       AT END
                           MOVE "10" TO WS-APPROVALS-STATUS
                       NOT AT END
                           IF APV-TYPE = WS-TYPE-POINTAGE
                                   AND APV-STATUT = "R"
                                   AND WS-REJET-CNT < 500
                               ADD 1 TO WS-REJET-CNT
                               SET RX TO WS-REJET-CNT
                               MOVE APV-CLE TO WS-R-CLE(RX)
                               MOVE APV-DETAIL(22:6) TO WS-R-MOIS(RX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVALS-FILE
           END-IF.
       1400-CHARGER-REJETS-FIN.
           EXIT.

      * Pair each E punch with the first unpaired S punch of the
      * same employee and day; what cannot pair is listed as an
      * orphan and excluded from the totals.
               MOVE WS-P-EMP-ID(WS-P)
                   TO WS-H-EMP-ID(WS-EMP-TROUVE)
               MOVE ZERO TO WS-H-MINUTES(WS-EMP-TROUVE)
               MOVE WS-P-DATE(WS-P)(1:6) TO WS-H-MOIS(WS-EMP-TROUVE)
           END-IF.
           IF WS-EMP-TROUVE > ZERO
               ADD WS-MINUTES-JOUR TO WS-H-MINUTES(WS-EMP-TROUVE)
           END-IF.
           MOVE WS-AJUSTEMENT TO WS-AJUSTEMENT-BORNE.

           MOVE ZERO TO WS-ORPHELINS-EMP.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PUNCH-CNT
               IF WS-P-EMP-ID(WS-P) = WS-H-EMP-ID(WS-E)
                       AND WS-P-APPARIE(WS-P) = "N"
                       AND WS-ORPHELINS-EMP < 99
                   ADD 1 TO WS-ORPHELINS-EMP
               END-IF
           END-PERFORM.

           MOVE "Y" TO WS-AJUSTEMENT-VALIDE.
           IF WS-DELTA-HEURES > ZERO OR WS-ORPHELINS-EMP > ZERO
               PERFORM 3300-SOUMETTRE-EXCEPTION-DEB
                  THRU 3300-SOUMETTRE-EXCEPTION-FIN
           END-IF.
           IF NOT AJUSTEMENT-VALIDE
               MOVE ZERO TO WS-AJUSTEMENT-BORNE
           END-IF.

           PERFORM 3200-POSER-AJUSTEMENT-DEB
              THRU 3200-POSER-AJUSTEMENT-FIN.

       3200-POSER-AJUSTEMENT-FIN.
           EXIT.

      * The exception goes to the manager under the employee and
      * the month; only an approval lets the priced adjustment
      * through.
       3300-SOUMETTRE-EXCEPTION-DEB.
           ADD 1 TO WS-EXCEPTION-CNT.
           MOVE SPACES TO WS-AG-CLE.
           STRING WS-H-EMP-ID(WS-E) WS-H-MOIS(WS-E)(5:2)
                  DELIMITED BY SIZE INTO WS-AG-CLE.
           MOVE "N" TO WS-REJETEE.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-REJET-CNT
               IF WS-R-CLE(WS-R) = WS-AG-CLE
                       AND WS-R-MOIS(WS-R) = WS-H-MOIS(WS-E)
                   MOVE "Y" TO WS-REJETEE
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-PD-DEPT-CODE.
           PERFORM VARYING WS-PAY FROM 1 BY 1
                   UNTIL WS-PAY > WS-PAY-CNT
               IF WS-PAY-RECORD(WS-PAY)(1:6) = WS-H-EMP-ID(WS-E)
                   MOVE WS-PAY-RECORD(WS-PAY)(7:4) TO WS-PD-DEPT-CODE
               END-IF
           END-PERFORM.

           MOVE SPACES TO REGISTER-LINE.
           IF EXCEPTION-REJETEE
               MOVE "N" TO WS-AJUSTEMENT-VALIDE
               STRING WS-H-EMP-ID(WS-E) " " WS-H-MOIS(WS-E)
                      " EXCEPTION REFUSEE - AUCUN AJUSTEMENT"
                      DELIMITED BY SIZE INTO REGISTER-LINE
           ELSE
               MOVE WS-HEURES-EMP TO WS-HEURES-EDITE
               MOVE SPACES TO WS-AG-DETAIL
               STRING WS-H-EMP-ID(WS-E) " " WS-RUN-DATE " "
                      WS-PD-DEPT-CODE " " WS-H-MOIS(WS-E)
                      " H=" WS-HEURES-EDITE " " WS-ORPHELINS-EMP
                      DELIMITED BY SIZE INTO WS-AG-DETAIL
               CALL "ApprovalGate" USING WS-AG-PROGRAMME
                   WS-TYPE-POINTAGE WS-AG-CLE WS-AG-DETAIL
                   WS-AG-DEMANDEUR WS-AG-VERDICT
               IF WS-AG-VERDICT = "A"
                   STRING WS-H-EMP-ID(WS-E) " " WS-H-MOIS(WS-E)
                          " EXCEPTION APPROUVEE"
                          DELIMITED BY SIZE INTO REGISTER-LINE
               ELSE
                   MOVE "N" TO WS-AJUSTEMENT-VALIDE
                   ADD 1 TO WS-RETENUE-CNT
                   STRING WS-H-EMP-ID(WS-E) " " WS-H-MOIS(WS-E)
                          " EXCEPTION EN ATTENTE DU RESPONSABLE"
                          DELIMITED BY SIZE INTO REGISTER-LINE
               END-IF
           END-IF.
           WRITE REGISTER-LINE.
       3300-SOUMETTRE-EXCEPTION-FIN.
           EXIT.

       5000-SAUVEGARDER-PAIE-DEB.
           OPEN OUTPUT PAYROLL-FILE.
           IF WS-PAYROLL-STATUS NOT = "00"
           DISPLAY "POINTAGES ORPHELINS   : " WS-ORPHELIN-CNT.
           DISPLAY "EMPLOYES AJUSTES      : " WS-AJUSTE-CNT.
           DISPLAY "ABSENTS DE LA PAIE    : " WS-SANS-PAIE-CNT.
           DISPLAY "EXCEPTIONS SOUMISES   : " WS-EXCEPTION-CNT.
           DISPLAY "EN ATTENTE RESPONSABLE: " WS-RETENUE-CNT.
           DISPLAY "------------------------------------------------".
           IF WS-ORPHELIN-CNT > ZERO OR WS-SANS-PAIE-CNT > ZERO
                   OR WS-RETENUE-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-FIN.
