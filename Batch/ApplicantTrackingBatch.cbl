       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApplicantTrackingBatch.
       AUTHOR. Mathieu.

      * Applicant tracking against the open posts of the position
      * master - recruiting used to live in mail threads and a
      * shared folder, and the accepted candidate was re-keyed into
      * a hire transaction by hand. The transaction file moves each
      * candidate along: C takes an application for a post (the
      * candidate gets an R number from NextNumberIssuer), E records
      * the interview, O the offer with its start date and FTE, A
      * the acceptance of the offer and D the candidate declining
      * or being turned down, at any step before acceptance. A step
      * out of order is rejected with its reason. An offer or an
      * acceptance must still fit in the post: authorized FTE less
      * what holders, accepted candidates not yet on the post and
      * other outstanding offers already take.
      * An acceptance draws the employee id (E family) and writes,
      * from the applicant row and nothing re-keyed:
      *  - the hire transaction onto the EMPLOYEE-STATUS-TXN feed,
      *    dated on the start date so EmployeeStatusBatch holds it
      *    until then;
      *  - the opening leave balance - the first seniority band of
      *    the accrual rules, pro rata of the months left in the
      *    start year (LeaveAccrualBatch gives the full year from
      *    the next January);
      *  - a line on the benefits enrollment prompt listing the
      *    plans offered and the enrollment deadline, twenty
      *    business days after the start date, for HR to send out.
      * Every change rides AuditTrailWriter, rejects go to suspense,
      * the transaction file is consumed and the run balances with
      * ControlTotals.cpy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICANT-FILE ASSIGN DYNAMIC WS-APPLICANT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APPLICANT-STATUS.

           SELECT POSITION-FILE ASSIGN DYNAMIC WS-POSITION-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT ASSIGNMENT-FILE ASSIGN DYNAMIC WS-ASSIGNMENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ASSIGNMENT-STATUS.

           SELECT TRANSACTION-FILE ASSIGN DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT STATUS-TXN-FILE ASSIGN DYNAMIC WS-STATUS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TXN-STATUS.

           SELECT RULES-FILE ASSIGN DYNAMIC WS-RULES-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT BALANCE-FILE ASSIGN DYNAMIC WS-BALANCE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT RATES-FILE ASSIGN DYNAMIC WS-RATES-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.

           SELECT PROMPT-FILE ASSIGN DYNAMIC WS-PROMPT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROMPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICANT-FILE.
           COPY "Applicant.cpy".

       FD  POSITION-FILE.
           COPY "PositionMaster.cpy".

       FD  ASSIGNMENT-FILE.
           COPY "PositionAssignment.cpy".

      * TXN-DATE is the day of the step, blank = the run date. The
      * candidate fields only matter on C, the start date and FTE
      * (blank = 1.00) only on O. C needs no applicant id.
       FD  TRANSACTION-FILE.
       01  APPLICANT-TRANSACTION.
           05 TXN-ACTION            PIC X(1).
               88 TXN-CANDIDATURE   VALUE "C".
               88 TXN-ENTRETIEN     VALUE "E".
               88 TXN-OFFRE         VALUE "O".
               88 TXN-ACCEPTATION   VALUE "A".
               88 TXN-DECLIN        VALUE "D".
           05 TXN-APL-ID            PIC X(6).
           05 TXN-DATE-X            PIC X(8).
           05 TXN-DATE REDEFINES TXN-DATE-X
                                    PIC 9(8).
           05 TXN-NAME              PIC X(20).
           05 TXN-GENRE             PIC X(1).
           05 TXN-BIRTHDATE-X       PIC X(8).
           05 TXN-BIRTHDATE REDEFINES TXN-BIRTHDATE-X
                                    PIC 9(8).
           05 TXN-POS-ID            PIC X(6).
           05 TXN-DATE-DEBUT-X      PIC X(8).
           05 TXN-DATE-DEBUT REDEFINES TXN-DATE-DEBUT-X
                                    PIC 9(8).
           05 TXN-ETP-X             PIC X(3).
           05 TXN-ETP REDEFINES TXN-ETP-X
                                    PIC 9(1)V99.

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(90).

      * Same layout as EmployeeStatusBatch's transaction.
       FD  STATUS-TXN-FILE.
       01  HIRE-TRANSACTION.
           05 HTX-ACTION            PIC X(1).
           05 HTX-EMP-ID            PIC X(6).
           05 HTX-NEW-STATUS        PIC X(08).
           05 HTX-RECYCLE-CNT       PIC 9(2).
           05 HTX-EMP-NAME          PIC X(20).
           05 HTX-GENRE             PIC X(1).
           05 HTX-BIRTHDATE         PIC 9(8).
           05 HTX-HIRE-DATE         PIC 9(8).
           05 HTX-DEPARTMENT        PIC X(4).
           05 HTX-EFFECTIVE-DATE    PIC 9(8).
           05 HTX-POSITION          PIC X(6).
           05 HTX-ETP               PIC 9(1)V99.

       FD  RULES-FILE.
       01  LEAVE-ACCRUAL-RULE.
           05 LAR-TYPE              PIC X(1).
               88 LAR-BANDE         VALUE "B".
           05 LAR-ANNEES-MIN        PIC 9(2).
           05 LAR-JOURS             PIC 9(3).

       FD  BALANCE-FILE.
       01  LEAVE-BALANCE-RECORD.
           05 LB-EMP-ID             PIC X(6).
           05 LB-DROITS             PIC 9(3).
           05 LB-PRIS               PIC 9(3).
           05 LB-DATE-RETOUR        PIC 9(8).

       FD  RATES-FILE.
       01  BENEFIT-PLAN-RATE-RECORD.
           05 BPR-PLAN-CODE         PIC X(4).
           05 FILLER                PIC X(21).

       FD  PROMPT-FILE.
       01  PROMPT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "ApplicantTracking".

       01  WS-APPLICANT-PATH        PIC X(40)
                                 VALUE "Data/APPLICANT-FILE.txt".
       01  WS-POSITION-PATH         PIC X(40)
                                 VALUE "Data/POSITION-MASTER.txt".
       01  WS-ASSIGNMENT-PATH       PIC X(40)
                                 VALUE "Data/POSITION-ASSIGNMENT.txt".
       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/APPLICANT-TXN.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/APPLICANT-ERR.txt".
       01  WS-STATUS-TXN-PATH       PIC X(40)
                                 VALUE "Data/EMPLOYEE-STATUS-TXN.txt".
       01  WS-RULES-PATH            PIC X(40)
                                 VALUE "Data/LEAVE-ACCRUAL-RULES.txt".
       01  WS-BALANCE-PATH          PIC X(40)
                                 VALUE "Data/LEAVE-BALANCE.txt".
       01  WS-RATES-PATH            PIC X(40)
                                 VALUE "Data/BENEFIT-PLAN-RATES.txt".
       01  WS-PROMPT-PATH           PIC X(40)
                         VALUE "Data/BENEFITS-ENROLLMENT-PROMPT.txt".
       01  WS-APPLICANT-STATUS      PIC XX.
       01  WS-POSITION-STATUS       PIC XX.
       01  WS-ASSIGNMENT-STATUS     PIC XX.
       01  WS-TXN-STATUS            PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-STATUS-TXN-STATUS     PIC XX.
       01  WS-RULES-STATUS          PIC XX.
       01  WS-BALANCE-STATUS        PIC XX.
       01  WS-RATES-STATUS          PIC XX.
       01  WS-PROMPT-STATUS         PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-DATE-ETAPE            PIC 9(8).

       01  WS-APPLICANT-CNT         PIC 9(5) VALUE ZERO.
       01  WS-C                     PIC 9(5).
       01  WS-APL-INDEX             PIC 9(5) VALUE ZERO.
       01  WS-CANDIDATS-MODIFIES    PIC X VALUE "N".
           88 CANDIDATS-MODIFIES    VALUE "Y".

       01  WS-APPLICANT-TABLE.
           05 WS-APPLICANT-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-APPLICANT-CNT
                   INDEXED BY CX.
               10 WS-C-ID           PIC X(6).
               10 WS-C-NAME         PIC X(20).
               10 WS-C-GENRE        PIC X(1).
               10 WS-C-BIRTHDATE    PIC 9(8).
               10 WS-C-POS-ID       PIC X(6).
               10 WS-C-DEPT         PIC X(4).
               10 WS-C-ETAPE        PIC X(1).
               10 WS-C-DATE-CAND    PIC 9(8).
               10 WS-C-DATE-ENTR    PIC 9(8).
               10 WS-C-DATE-OFFRE   PIC 9(8).
               10 WS-C-DATE-DECIS   PIC 9(8).
               10 WS-C-DATE-DEBUT   PIC 9(8).
               10 WS-C-ETP          PIC 9(1)V99.
               10 WS-C-EMP-ID       PIC X(6).

       01  WS-POSITION-CNT          PIC 9(4) VALUE ZERO.
       01  WS-I                     PIC 9(4).
       01  WS-POSITION-INDEX        PIC 9(4) VALUE ZERO.

       01  WS-POSITION-TABLE.
           05 WS-POSITION-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-POSITION-CNT
                   INDEXED BY PX.
               10 WS-P-ID           PIC X(6).
               10 WS-P-DEPT         PIC X(4).
               10 WS-P-ETP          PIC 9(2)V99.
               10 WS-P-STATUT       PIC X(1).

       01  WS-AFFECT-CNT            PIC 9(5) VALUE ZERO.
       01  WS-A                     PIC 9(5).

       01  WS-AFFECT-TABLE.
           05 WS-AFFECT-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-AFFECT-CNT
                   INDEXED BY AX.
               10 WS-A-EMP-ID       PIC X(6).
               10 WS-A-POS-ID       PIC X(6).
               10 WS-A-ETP          PIC 9(1)V99.

       01  WS-SOLDE-CNT             PIC 9(5) VALUE ZERO.
       01  WS-S                     PIC 9(5).
       01  WS-SOLDE-TABLE.
           05 WS-SOLDE-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-SOLDE-CNT.
               10 WS-S-EMP-ID       PIC X(6).
       01  WS-SOLDE-PRESENT         PIC X.
           88 SOLDE-PRESENT         VALUE "Y".

       01  WS-PLAN-CNT              PIC 9(2) VALUE ZERO.
       01  WS-L                     PIC 9(2).
       01  WS-PLAN-TABLE.
           05 WS-PLAN-CODE OCCURS 10 TIMES PIC X(4).
       01  WS-PLAN-CONNU            PIC X.
           88 PLAN-CONNU            VALUE "Y".
       01  WS-PLANS-LISTE           PIC X(50).
       01  WS-PLANS-POS             PIC 9(3).

       01  WS-JOURS-BANDE-0         PIC 9(3) VALUE ZERO.
       01  WS-BANDE-TROUVEE         PIC X VALUE "N".
           88 BANDE-TROUVEE         VALUE "Y".
       01  WS-DATE-DEBUT-R.
           05 WS-DD-ANNEE           PIC 9(4).
           05 WS-DD-MOIS            PIC 9(2).
           05 WS-DD-JOUR            PIC 9(2).
       01  WS-DATE-DEBUT-N REDEFINES WS-DATE-DEBUT-R
                                    PIC 9(8).
       01  WS-JOURS-OUVERTURE       PIC 9(3).

       01  WS-DELAI-ADHESION        PIC 9(2) VALUE 20.
       01  WS-BD-FONCTION           PIC X(1).
       01  WS-BD-DATE               PIC 9(8).
       01  WS-BD-NUL-DATE           PIC 9(8) VALUE ZERO.
       01  WS-BD-RESULT-DATE        PIC 9(8).
       01  WS-BD-NUL                PIC 9(4).
       01  WS-K                     PIC 9(2).

       01  WS-NN-FAMILLE            PIC X(1).
       01  WS-NN-ID                 PIC X(6).
       01  WS-NN-RESULT             PIC X(1).

       01  WS-GENRE-CONTROLE        PIC X(1).
           88 GENRE-VALIDE          VALUE "F" "H" " ".
       01  WS-DATE-VALIDE           PIC X.
           88 DATE-VALIDE           VALUE "Y".
       01  WS-DATE-CONTROLE         PIC 9(8).

       01  WS-ETP-DEMANDE           PIC 9(1)V99.
       01  WS-ETP-ENGAGE            PIC 9(3)V99.
       01  WS-MOTIF-REJET           PIC X(30).

       01  WS-TOTAL-CNT             PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-CNT           PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-CNT          PIC 9(5) VALUE ZERO.
       01  WS-HIRE-CNT              PIC 9(5) VALUE ZERO.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "ApplicantTracking".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).
       01  WS-AT-ETP-EDITE          PIC 9.99.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITEMENT-DEB
              THRU 2000-TRAITEMENT-FIN
              UNTIL END-OF-FILE.

           PERFORM 3000-SAUVEGARDER-DEB
              THRU 3000-SAUVEGARDER-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-CHARGER-CANDIDATS-DEB
              THRU 1100-CHARGER-CANDIDATS-FIN.
           PERFORM 1200-CHARGER-POSTES-DEB
              THRU 1200-CHARGER-POSTES-FIN.
           PERFORM 1300-CHARGER-AFFECTATIONS-DEB
              THRU 1300-CHARGER-AFFECTATIONS-FIN.
           PERFORM 1400-CHARGER-REGLES-DEB
              THRU 1400-CHARGER-REGLES-FIN.
           PERFORM 1500-CHARGER-SOLDES-DEB
              THRU 1500-CHARGER-SOLDES-FIN.
           PERFORM 1600-CHARGER-PLANS-DEB
              THRU 1600-CHARGER-PLANS-FIN.

           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-STATUS = "35"
               DISPLAY "AUCUN MOUVEMENT DE CANDIDATURE"
               SET END-OF-FILE TO TRUE
           ELSE
               IF WS-TXN-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE TRANSACTION-FILE: "
                           WS-TXN-STATUS
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SUSPENSE-FILE: "
                       WS-SUSPENSE-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND STATUS-TXN-FILE.
           IF WS-STATUS-TXN-STATUS = "05"
                   OR WS-STATUS-TXN-STATUS = "35"
               OPEN OUTPUT STATUS-TXN-FILE
           END-IF.
           IF WS-STATUS-TXN-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE STATUS-TXN-FILE: "
                       WS-STATUS-TXN-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND BALANCE-FILE.
           IF WS-BALANCE-STATUS = "05" OR WS-BALANCE-STATUS = "35"
               OPEN OUTPUT BALANCE-FILE
           END-IF.
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE BALANCE-FILE: "
                       WS-BALANCE-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND PROMPT-FILE.
           IF WS-PROMPT-STATUS = "05" OR WS-PROMPT-STATUS = "35"
               OPEN OUTPUT PROMPT-FILE
           END-IF.
           IF WS-PROMPT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE PROMPT-FILE: "
                       WS-PROMPT-STATUS
               STOP RUN
           END-IF.

           IF NOT END-OF-FILE
               PERFORM 2100-LIRE-TRANSACTION-DEB
                  THRU 2100-LIRE-TRANSACTION-FIN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

      * An absent applicant file is the first run.
       1100-CHARGER-CANDIDATS-DEB.
           OPEN INPUT APPLICANT-FILE.
           IF WS-APPLICANT-STATUS = "35"
               MOVE ZERO TO WS-APPLICANT-CNT
           ELSE
               IF WS-APPLICANT-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE APPLICANT-FILE: "
                           WS-APPLICANT-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-APPLICANT-STATUS = "10"
                   READ APPLICANT-FILE
                       AT END
                           MOVE "10" TO WS-APPLICANT-STATUS
                       NOT AT END
                           IF WS-APPLICANT-CNT >= 9999
                               DISPLAY "TABLE DES CANDIDATS PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-APPLICANT-CNT
                           SET CX TO WS-APPLICANT-CNT
                           MOVE APPLICANT-RECORD
                               TO WS-APPLICANT-ENTRY(CX)
                   END-READ
               END-PERFORM
               CLOSE APPLICANT-FILE
           END-IF.
       1100-CHARGER-CANDIDATS-FIN.
           EXIT.

       1200-CHARGER-POSTES-DEB.
           OPEN INPUT POSITION-FILE.
           IF WS-POSITION-STATUS = "35"
               MOVE ZERO TO WS-POSITION-CNT
           ELSE
               IF WS-POSITION-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE POSITION-FILE: "
                           WS-POSITION-STATUS
                   STOP RUN
               END-IF
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
                           MOVE POS-ETP-AUTORISE TO WS-P-ETP(PX)
                           MOVE POS-STATUT TO WS-P-STATUT(PX)
                   END-READ
               END-PERFORM
               CLOSE POSITION-FILE
           END-IF.
       1200-CHARGER-POSTES-FIN.
           EXIT.

       1300-CHARGER-AFFECTATIONS-DEB.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WS-ASSIGNMENT-STATUS = "35"
               MOVE ZERO TO WS-AFFECT-CNT
           ELSE
               IF WS-ASSIGNMENT-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE ASSIGNMENT-FILE: "
                           WS-ASSIGNMENT-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-ASSIGNMENT-STATUS = "10"
                   READ ASSIGNMENT-FILE
                       AT END
                           MOVE "10" TO WS-ASSIGNMENT-STATUS
                       NOT AT END
                           IF WS-AFFECT-CNT >= 9999
                               DISPLAY "TABLE DES AFFECTATIONS "
                                       "PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-AFFECT-CNT
                           SET AX TO WS-AFFECT-CNT
                           MOVE PAF-EMP-ID TO WS-A-EMP-ID(AX)
                           MOVE PAF-POS-ID TO WS-A-POS-ID(AX)
                           MOVE PAF-ETP TO WS-A-ETP(AX)
                   END-READ
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
           END-IF.
       1300-CHARGER-AFFECTATIONS-FIN.
           EXIT.

      * The opening entitlement is the band of the lowest minimum
      * seniority - the rows come in ascending order.
       1400-CHARGER-REGLES-DEB.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE RULES-FILE: "
                       WS-RULES-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-RULES-STATUS = "10"
               READ RULES-FILE
                   AT END
                       MOVE "10" TO WS-RULES-STATUS
                   NOT AT END
                       IF LAR-BANDE AND NOT BANDE-TROUVEE
                           MOVE LAR-JOURS TO WS-JOURS-BANDE-0
                           MOVE "Y" TO WS-BANDE-TROUVEE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RULES-FILE.
       1400-CHARGER-REGLES-FIN.
           EXIT.

      * Only the ids: a balance already on file is never doubled.
       1500-CHARGER-SOLDES-DEB.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS = "35"
               MOVE ZERO TO WS-SOLDE-CNT
           ELSE
               IF WS-BALANCE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE BALANCE-FILE: "
                           WS-BALANCE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-BALANCE-STATUS = "10"
                   READ BALANCE-FILE
                       AT END
                           MOVE "10" TO WS-BALANCE-STATUS
                       NOT AT END
                           IF WS-SOLDE-CNT < 9999
                               ADD 1 TO WS-SOLDE-CNT
                               MOVE LB-EMP-ID
                                   TO WS-S-EMP-ID(WS-SOLDE-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.
       1500-CHARGER-SOLDES-FIN.
           EXIT.

      * The plans offered are the distinct plan codes of the rate
      * file, in file order.
       1600-CHARGER-PLANS-DEB.
           OPEN INPUT RATES-FILE.
           IF WS-RATES-STATUS = "35"
               MOVE ZERO TO WS-PLAN-CNT
           ELSE
               IF WS-RATES-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE RATES-FILE: "
                           WS-RATES-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-RATES-STATUS = "10"
                   READ RATES-FILE
                       AT END
                           MOVE "10" TO WS-RATES-STATUS
                       NOT AT END
                           MOVE "N" TO WS-PLAN-CONNU
                           PERFORM VARYING WS-L FROM 1 BY 1
                                   UNTIL WS-L > WS-PLAN-CNT
                               IF WS-PLAN-CODE(WS-L) = BPR-PLAN-CODE
                                   MOVE "Y" TO WS-PLAN-CONNU
                               END-IF
                           END-PERFORM
                           IF NOT PLAN-CONNU AND WS-PLAN-CNT < 10
                               ADD 1 TO WS-PLAN-CNT
                               MOVE BPR-PLAN-CODE
                                   TO WS-PLAN-CODE(WS-PLAN-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES-FILE
           END-IF.

           MOVE SPACES TO WS-PLANS-LISTE.
           MOVE 1 TO WS-PLANS-POS.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-PLAN-CNT
               STRING WS-PLAN-CODE(WS-L) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      INTO WS-PLANS-LISTE
                      WITH POINTER WS-PLANS-POS
           END-PERFORM.
       1600-CHARGER-PLANS-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-TOTAL-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           ADD 1 TO CT-INPUT-HASH-TOTAL.

           MOVE SPACES TO WS-MOTIF-REJET.
           MOVE "Y" TO WS-DATE-VALIDE.
           IF TXN-DATE-X = SPACES
               MOVE WS-RUN-DATE TO WS-DATE-ETAPE
           ELSE
               IF TXN-DATE-X IS NUMERIC
                   MOVE TXN-DATE TO WS-DATE-ETAPE
                   MOVE TXN-DATE TO WS-DATE-CONTROLE
                   CALL "DateValidator" USING WS-DATE-CONTROLE
                       WS-DATE-VALIDE
               ELSE
                   MOVE "N" TO WS-DATE-VALIDE
               END-IF
           END-IF.

           PERFORM 2200-CHERCHER-CANDIDAT-DEB
              THRU 2200-CHERCHER-CANDIDAT-FIN.

           EVALUATE TRUE
               WHEN NOT DATE-VALIDE
                   MOVE "DATE INVALIDE" TO WS-MOTIF-REJET
               WHEN WS-DATE-ETAPE > WS-RUN-DATE
                   MOVE "DATE FUTURE" TO WS-MOTIF-REJET
               WHEN TXN-CANDIDATURE
                   PERFORM 2300-ENREGISTRER-CANDIDATURE-DEB
                      THRU 2300-ENREGISTRER-CANDIDATURE-FIN
               WHEN TXN-ENTRETIEN
                   PERFORM 2400-ENREGISTRER-ENTRETIEN-DEB
                      THRU 2400-ENREGISTRER-ENTRETIEN-FIN
               WHEN TXN-OFFRE
                   PERFORM 2500-ENREGISTRER-OFFRE-DEB
                      THRU 2500-ENREGISTRER-OFFRE-FIN
               WHEN TXN-ACCEPTATION
                   PERFORM 2600-ENREGISTRER-ACCEPTATION-DEB
                      THRU 2600-ENREGISTRER-ACCEPTATION-FIN
               WHEN TXN-DECLIN
                   PERFORM 2700-ENREGISTRER-DECLIN-DEB
                      THRU 2700-ENREGISTRER-DECLIN-FIN
               WHEN OTHER
                   MOVE "CODE ACTION INVALIDE" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
               PERFORM 2900-REJETER-TRANSACTION-DEB
                  THRU 2900-REJETER-TRANSACTION-FIN
           ELSE
               MOVE "Y" TO WS-CANDIDATS-MODIFIES
               CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                   WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER
               ADD 1 TO WS-APPLIED-CNT
               ADD 1 TO CT-OUTPUT-RECORD-COUNT
               ADD 1 TO CT-OUTPUT-HASH-TOTAL
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

       2200-CHERCHER-CANDIDAT-DEB.
           MOVE ZERO TO WS-APL-INDEX.
           IF NOT TXN-CANDIDATURE
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-APPLICANT-CNT
                   IF WS-C-ID(WS-C) = TXN-APL-ID
                       MOVE WS-C TO WS-APL-INDEX
                   END-IF
               END-PERFORM
           END-IF.
       2200-CHERCHER-CANDIDAT-FIN.
           EXIT.

       2250-CHERCHER-POSTE-DEB.
           MOVE ZERO TO WS-POSITION-INDEX.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-POSITION-CNT
               IF WS-P-ID(WS-I) = TXN-POS-ID
                   MOVE WS-I TO WS-POSITION-INDEX
               END-IF
           END-PERFORM.
       2250-CHERCHER-POSTE-FIN.
           EXIT.

      * FTE of the post already spoken for, leaving out the
      * candidate at hand: the holders, the accepted candidates whose
      * hire has not reached the post yet, and the offers still
      * waiting on an answer.
       2260-CALCULER-ENGAGEMENT-DEB.
           MOVE ZERO TO WS-ETP-ENGAGE.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-AFFECT-CNT
               IF WS-A-POS-ID(WS-A) = TXN-POS-ID
                   ADD WS-A-ETP(WS-A) TO WS-ETP-ENGAGE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-APPLICANT-CNT
               IF WS-C-POS-ID(WS-C) = TXN-POS-ID
                       AND WS-C NOT = WS-APL-INDEX
                   EVALUATE WS-C-ETAPE(WS-C)
                       WHEN "O"
                           ADD WS-C-ETP(WS-C) TO WS-ETP-ENGAGE
                       WHEN "A"
                           PERFORM 2270-CHERCHER-TITULAIRE-DEB
                              THRU 2270-CHERCHER-TITULAIRE-FIN
                   END-EVALUATE
               END-IF
           END-PERFORM.
       2260-CALCULER-ENGAGEMENT-FIN.
           EXIT.

       2270-CHERCHER-TITULAIRE-DEB.
           MOVE ZERO TO WS-A.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-AFFECT-CNT
               IF WS-A-EMP-ID(WS-I) = WS-C-EMP-ID(WS-C)
                   MOVE WS-I TO WS-A
               END-IF
           END-PERFORM.
           IF WS-A = ZERO
               ADD WS-C-ETP(WS-C) TO WS-ETP-ENGAGE
           END-IF.
       2270-CHERCHER-TITULAIRE-FIN.
           EXIT.

      * C: the post must be known and open; the candidate takes the
      * post's department.
       2300-ENREGISTRER-CANDIDATURE-DEB.
           PERFORM 2250-CHERCHER-POSTE-DEB
              THRU 2250-CHERCHER-POSTE-FIN.
           MOVE TXN-GENRE TO WS-GENRE-CONTROLE.
           MOVE "Y" TO WS-DATE-VALIDE.
           IF TXN-BIRTHDATE-X IS NUMERIC
               MOVE TXN-BIRTHDATE TO WS-DATE-CONTROLE
               CALL "DateValidator" USING WS-DATE-CONTROLE
                   WS-DATE-VALIDE
           ELSE
               IF TXN-BIRTHDATE-X NOT = SPACES
                   MOVE "N" TO WS-DATE-VALIDE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN TXN-NAME = SPACES
                   MOVE "NOM MANQUANT" TO WS-MOTIF-REJET
               WHEN NOT GENRE-VALIDE
                   MOVE "CODE GENRE INVALIDE" TO WS-MOTIF-REJET
               WHEN NOT DATE-VALIDE
                   MOVE "DATE NAISSANCE INVALIDE" TO WS-MOTIF-REJET
               WHEN WS-POSITION-INDEX = ZERO
                   MOVE "POSTE INCONNU" TO WS-MOTIF-REJET
               WHEN WS-P-STATUT(WS-POSITION-INDEX) NOT = "O"
                   MOVE "POSTE GELE" TO WS-MOTIF-REJET
               WHEN WS-APPLICANT-CNT >= 9999
                   MOVE "TABLE DES CANDIDATS PLEINE" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET = SPACES
               MOVE "R" TO WS-NN-FAMILLE
               CALL "NextNumberIssuer" USING WS-NN-FAMILLE
                   WS-NN-ID WS-NN-RESULT
               IF WS-NN-RESULT NOT = "Y"
                   MOVE "NUMEROTATION INDISPONIBLE" TO WS-MOTIF-REJET
               END-IF
           END-IF.

           IF WS-MOTIF-REJET = SPACES
               ADD 1 TO WS-APPLICANT-CNT
               MOVE WS-APPLICANT-CNT TO WS-APL-INDEX
               MOVE SPACES TO WS-APPLICANT-ENTRY(WS-APL-INDEX)
               MOVE WS-NN-ID TO WS-C-ID(WS-APL-INDEX)
               MOVE TXN-NAME TO WS-C-NAME(WS-APL-INDEX)
               MOVE TXN-GENRE TO WS-C-GENRE(WS-APL-INDEX)
               IF TXN-BIRTHDATE-X IS NUMERIC
                   MOVE TXN-BIRTHDATE TO WS-C-BIRTHDATE(WS-APL-INDEX)
               ELSE
                   MOVE ZERO TO WS-C-BIRTHDATE(WS-APL-INDEX)
               END-IF
               MOVE TXN-POS-ID TO WS-C-POS-ID(WS-APL-INDEX)
               MOVE WS-P-DEPT(WS-POSITION-INDEX)
                   TO WS-C-DEPT(WS-APL-INDEX)
               MOVE "C" TO WS-C-ETAPE(WS-APL-INDEX)
               MOVE WS-DATE-ETAPE TO WS-C-DATE-CAND(WS-APL-INDEX)
               MOVE ZERO TO WS-C-DATE-ENTR(WS-APL-INDEX)
               MOVE ZERO TO WS-C-DATE-OFFRE(WS-APL-INDEX)
               MOVE ZERO TO WS-C-DATE-DECIS(WS-APL-INDEX)
               MOVE ZERO TO WS-C-DATE-DEBUT(WS-APL-INDEX)
               MOVE ZERO TO WS-C-ETP(WS-APL-INDEX)
               MOVE SPACES TO WS-AT-BEFORE
               STRING WS-NN-ID " ABSENT"
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
               PERFORM 2800-IMAGE-APRES-DEB
                  THRU 2800-IMAGE-APRES-FIN
           END-IF.
       2300-ENREGISTRER-CANDIDATURE-FIN.
           EXIT.

       2400-ENREGISTRER-ENTRETIEN-DEB.
           EVALUATE TRUE
               WHEN WS-APL-INDEX = ZERO
                   MOVE "CANDIDAT INCONNU" TO WS-MOTIF-REJET
               WHEN WS-C-ETAPE(WS-APL-INDEX) NOT = "C"
                   MOVE "ETAPE INCOMPATIBLE" TO WS-MOTIF-REJET
               WHEN WS-DATE-ETAPE < WS-C-DATE-CAND(WS-APL-INDEX)
                   MOVE "DATE ANTERIEURE A L'ETAPE" TO WS-MOTIF-REJET
               WHEN OTHER
                   PERFORM 2800-IMAGE-APRES-DEB
                      THRU 2800-IMAGE-APRES-FIN
                   MOVE WS-AT-AFTER TO WS-AT-BEFORE
                   MOVE "E" TO WS-C-ETAPE(WS-APL-INDEX)
                   MOVE WS-DATE-ETAPE TO WS-C-DATE-ENTR(WS-APL-INDEX)
                   PERFORM 2800-IMAGE-APRES-DEB
                      THRU 2800-IMAGE-APRES-FIN
           END-EVALUATE.
       2400-ENREGISTRER-ENTRETIEN-FIN.
           EXIT.

      * O: an offer follows the interview, starts no earlier than
      * it is made and must still fit in the post.
       2500-ENREGISTRER-OFFRE-DEB.
           IF TXN-ETP-X = SPACES
               MOVE 1 TO WS-ETP-DEMANDE
           ELSE
               IF TXN-ETP-X IS NUMERIC
                   MOVE TXN-ETP TO WS-ETP-DEMANDE
               ELSE
                   MOVE ZERO TO WS-ETP-DEMANDE
               END-IF
           END-IF.
           MOVE "N" TO WS-DATE-VALIDE.
           IF TXN-DATE-DEBUT-X IS NUMERIC
               MOVE TXN-DATE-DEBUT TO WS-DATE-CONTROLE
               CALL "DateValidator" USING WS-DATE-CONTROLE
                   WS-DATE-VALIDE
           END-IF.
           IF WS-APL-INDEX NOT = ZERO
               MOVE WS-C-POS-ID(WS-APL-INDEX) TO TXN-POS-ID
               PERFORM 2250-CHERCHER-POSTE-DEB
                  THRU 2250-CHERCHER-POSTE-FIN
               PERFORM 2260-CALCULER-ENGAGEMENT-DEB
                  THRU 2260-CALCULER-ENGAGEMENT-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-APL-INDEX = ZERO
                   MOVE "CANDIDAT INCONNU" TO WS-MOTIF-REJET
               WHEN WS-C-ETAPE(WS-APL-INDEX) NOT = "E"
                   MOVE "ETAPE INCOMPATIBLE" TO WS-MOTIF-REJET
               WHEN WS-DATE-ETAPE < WS-C-DATE-ENTR(WS-APL-INDEX)
                   MOVE "DATE ANTERIEURE A L'ETAPE" TO WS-MOTIF-REJET
               WHEN NOT DATE-VALIDE
                   MOVE "DATE DEBUT INVALIDE" TO WS-MOTIF-REJET
               WHEN TXN-DATE-DEBUT < WS-DATE-ETAPE
                   MOVE "DEBUT AVANT L'OFFRE" TO WS-MOTIF-REJET
               WHEN WS-ETP-DEMANDE = ZERO
                   MOVE "ETP INVALIDE" TO WS-MOTIF-REJET
               WHEN WS-POSITION-INDEX = ZERO
                   MOVE "POSTE INCONNU" TO WS-MOTIF-REJET
               WHEN WS-P-STATUT(WS-POSITION-INDEX) NOT = "O"
                   MOVE "POSTE GELE" TO WS-MOTIF-REJET
               WHEN WS-ETP-ENGAGE + WS-ETP-DEMANDE
                       > WS-P-ETP(WS-POSITION-INDEX)
                   MOVE "POSTE NON VACANT" TO WS-MOTIF-REJET
               WHEN OTHER
                   PERFORM 2800-IMAGE-APRES-DEB
                      THRU 2800-IMAGE-APRES-FIN
                   MOVE WS-AT-AFTER TO WS-AT-BEFORE
                   MOVE "O" TO WS-C-ETAPE(WS-APL-INDEX)
                   MOVE WS-DATE-ETAPE TO WS-C-DATE-OFFRE(WS-APL-INDEX)
                   MOVE TXN-DATE-DEBUT TO WS-C-DATE-DEBUT(WS-APL-INDEX)
                   MOVE WS-ETP-DEMANDE TO WS-C-ETP(WS-APL-INDEX)
                   PERFORM 2800-IMAGE-APRES-DEB
                      THRU 2800-IMAGE-APRES-FIN
           END-EVALUATE.
       2500-ENREGISTRER-OFFRE-FIN.
           EXIT.

      * A: the post is checked again - it may have been frozen or
      * filled since the offer - then the hire goes out.
       2600-ENREGISTRER-ACCEPTATION-DEB.
           IF WS-APL-INDEX NOT = ZERO
               MOVE WS-C-POS-ID(WS-APL-INDEX) TO TXN-POS-ID
               PERFORM 2250-CHERCHER-POSTE-DEB
                  THRU 2250-CHERCHER-POSTE-FIN
               PERFORM 2260-CALCULER-ENGAGEMENT-DEB
                  THRU 2260-CALCULER-ENGAGEMENT-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-APL-INDEX = ZERO
                   MOVE "CANDIDAT INCONNU" TO WS-MOTIF-REJET
               WHEN WS-C-ETAPE(WS-APL-INDEX) NOT = "O"
                   MOVE "ETAPE INCOMPATIBLE" TO WS-MOTIF-REJET
               WHEN WS-DATE-ETAPE < WS-C-DATE-OFFRE(WS-APL-INDEX)
                   MOVE "DATE ANTERIEURE A L'ETAPE" TO WS-MOTIF-REJET
               WHEN WS-POSITION-INDEX = ZERO
                   MOVE "POSTE INCONNU" TO WS-MOTIF-REJET
               WHEN WS-P-STATUT(WS-POSITION-INDEX) NOT = "O"
                   MOVE "POSTE GELE" TO WS-MOTIF-REJET
               WHEN WS-ETP-ENGAGE + WS-C-ETP(WS-APL-INDEX)
                       > WS-P-ETP(WS-POSITION-INDEX)
                   MOVE "POSTE NON VACANT" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET = SPACES
               MOVE "E" TO WS-NN-FAMILLE
               CALL "NextNumberIssuer" USING WS-NN-FAMILLE
                   WS-NN-ID WS-NN-RESULT
               IF WS-NN-RESULT NOT = "Y"
                   MOVE "NUMEROTATION INDISPONIBLE" TO WS-MOTIF-REJET
               END-IF
           END-IF.

           IF WS-MOTIF-REJET = SPACES
               PERFORM 2800-IMAGE-APRES-DEB
                  THRU 2800-IMAGE-APRES-FIN
               MOVE WS-AT-AFTER TO WS-AT-BEFORE
               MOVE "A" TO WS-C-ETAPE(WS-APL-INDEX)
               MOVE WS-DATE-ETAPE TO WS-C-DATE-DECIS(WS-APL-INDEX)
               MOVE WS-NN-ID TO WS-C-EMP-ID(WS-APL-INDEX)
               PERFORM 2650-EMETTRE-EMBAUCHE-DEB
                  THRU 2650-EMETTRE-EMBAUCHE-FIN
               PERFORM 2660-OUVRIR-SOLDE-DEB
                  THRU 2660-OUVRIR-SOLDE-FIN
               PERFORM 2670-INVITER-ADHESION-DEB
                  THRU 2670-INVITER-ADHESION-FIN
               PERFORM 2800-IMAGE-APRES-DEB
                  THRU 2800-IMAGE-APRES-FIN
               ADD 1 TO WS-HIRE-CNT
           END-IF.
       2600-ENREGISTRER-ACCEPTATION-FIN.
           EXIT.

       2650-EMETTRE-EMBAUCHE-DEB.
           MOVE SPACES TO HIRE-TRANSACTION.
           MOVE "A" TO HTX-ACTION.
           MOVE WS-C-EMP-ID(WS-APL-INDEX) TO HTX-EMP-ID.
           MOVE "ACT" TO HTX-NEW-STATUS.
           MOVE ZERO TO HTX-RECYCLE-CNT.
           MOVE WS-C-NAME(WS-APL-INDEX) TO HTX-EMP-NAME.
           MOVE WS-C-GENRE(WS-APL-INDEX) TO HTX-GENRE.
           MOVE WS-C-BIRTHDATE(WS-APL-INDEX) TO HTX-BIRTHDATE.
           MOVE WS-C-DATE-DEBUT(WS-APL-INDEX) TO HTX-HIRE-DATE.
           MOVE WS-C-DEPT(WS-APL-INDEX) TO HTX-DEPARTMENT.
           MOVE WS-C-DATE-DEBUT(WS-APL-INDEX) TO HTX-EFFECTIVE-DATE.
           MOVE WS-C-POS-ID(WS-APL-INDEX) TO HTX-POSITION.
           MOVE WS-C-ETP(WS-APL-INDEX) TO HTX-ETP.
           WRITE HIRE-TRANSACTION.
       2650-EMETTRE-EMBAUCHE-FIN.
           EXIT.

      * First band entitlement for the months of the start year from
      * the start month on, rounded to the day.
       2660-OUVRIR-SOLDE-DEB.
           MOVE "N" TO WS-SOLDE-PRESENT.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SOLDE-CNT
               IF WS-S-EMP-ID(WS-S) = WS-C-EMP-ID(WS-APL-INDEX)
                   MOVE "Y" TO WS-SOLDE-PRESENT
               END-IF
           END-PERFORM.

           IF NOT SOLDE-PRESENT
               MOVE WS-C-DATE-DEBUT(WS-APL-INDEX) TO WS-DATE-DEBUT-N
               COMPUTE WS-JOURS-OUVERTURE ROUNDED =
                       WS-JOURS-BANDE-0 * (13 - WS-DD-MOIS) / 12
               MOVE SPACES TO LEAVE-BALANCE-RECORD
               MOVE WS-C-EMP-ID(WS-APL-INDEX) TO LB-EMP-ID
               MOVE WS-JOURS-OUVERTURE TO LB-DROITS
               MOVE ZERO TO LB-PRIS
               MOVE ZERO TO LB-DATE-RETOUR
               WRITE LEAVE-BALANCE-RECORD
               IF WS-SOLDE-CNT < 9999
                   ADD 1 TO WS-SOLDE-CNT
                   MOVE WS-C-EMP-ID(WS-APL-INDEX)
                       TO WS-S-EMP-ID(WS-SOLDE-CNT)
               END-IF
           END-IF.
       2660-OUVRIR-SOLDE-FIN.
           EXIT.

       2670-INVITER-ADHESION-DEB.
           MOVE WS-C-DATE-DEBUT(WS-APL-INDEX) TO WS-BD-DATE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-DELAI-ADHESION
               MOVE "N" TO WS-BD-FONCTION
               CALL "BusinessDayCalculator" USING WS-BD-FONCTION
                   WS-BD-DATE WS-BD-NUL-DATE WS-BD-RESULT-DATE
                   WS-BD-NUL
               MOVE WS-BD-RESULT-DATE TO WS-BD-DATE
           END-PERFORM.

           MOVE SPACES TO PROMPT-LINE.
           STRING WS-C-EMP-ID(WS-APL-INDEX) " "
                  WS-C-NAME(WS-APL-INDEX) " "
                  WS-C-DEPT(WS-APL-INDEX)
                  " DEBUT " WS-C-DATE-DEBUT(WS-APL-INDEX)
                  " ADHESION AVANT " WS-BD-DATE
                  " PLANS: " WS-PLANS-LISTE
                  DELIMITED BY SIZE INTO PROMPT-LINE.
           WRITE PROMPT-LINE.
       2670-INVITER-ADHESION-FIN.
           EXIT.

      * D: a candidate may decline, or be turned down, at any step
      * before acceptance.
       2700-ENREGISTRER-DECLIN-DEB.
           EVALUATE TRUE
               WHEN WS-APL-INDEX = ZERO
                   MOVE "CANDIDAT INCONNU" TO WS-MOTIF-REJET
               WHEN WS-C-ETAPE(WS-APL-INDEX) = "A"
                       OR WS-C-ETAPE(WS-APL-INDEX) = "D"
                   MOVE "ETAPE INCOMPATIBLE" TO WS-MOTIF-REJET
               WHEN WS-DATE-ETAPE < WS-C-DATE-CAND(WS-APL-INDEX)
                   MOVE "DATE ANTERIEURE A L'ETAPE" TO WS-MOTIF-REJET
               WHEN OTHER
                   PERFORM 2800-IMAGE-APRES-DEB
                      THRU 2800-IMAGE-APRES-FIN
                   MOVE WS-AT-AFTER TO WS-AT-BEFORE
                   MOVE "D" TO WS-C-ETAPE(WS-APL-INDEX)
                   MOVE WS-DATE-ETAPE TO WS-C-DATE-DECIS(WS-APL-INDEX)
                   PERFORM 2800-IMAGE-APRES-DEB
                      THRU 2800-IMAGE-APRES-FIN
           END-EVALUATE.
       2700-ENREGISTRER-DECLIN-FIN.
           EXIT.

       2800-IMAGE-APRES-DEB.
           MOVE WS-C-ETP(WS-APL-INDEX) TO WS-AT-ETP-EDITE.
           MOVE SPACES TO WS-AT-AFTER.
           STRING WS-C-ID(WS-APL-INDEX) " "
                  WS-C-POS-ID(WS-APL-INDEX) " "
                  WS-C-DEPT(WS-APL-INDEX)
                  " ETAPE=" WS-C-ETAPE(WS-APL-INDEX)
                  " DEBUT=" WS-C-DATE-DEBUT(WS-APL-INDEX)
                  " ETP=" WS-AT-ETP-EDITE
                  " " WS-C-EMP-ID(WS-APL-INDEX)
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
       2800-IMAGE-APRES-FIN.
           EXIT.

       2900-REJETER-TRANSACTION-DEB.
           MOVE SPACES TO SUSPENSE-LINE.
           STRING TXN-ACTION TXN-APL-ID " " TXN-DATE-X " "
                  TXN-NAME " " TXN-POS-ID " " WS-MOTIF-REJET
                  DELIMITED BY SIZE INTO SUSPENSE-LINE.
           WRITE SUSPENSE-LINE.
           ADD 1 TO WS-REJECTED-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       2900-REJETER-TRANSACTION-FIN.
           EXIT.

       3000-SAUVEGARDER-DEB.
           IF CANDIDATS-MODIFIES
               OPEN OUTPUT APPLICANT-FILE
               IF WS-APPLICANT-STATUS NOT = "00"
                   DISPLAY "ERREUR REECRITURE APPLICANT-FILE: "
                           WS-APPLICANT-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-APPLICANT-CNT
                   MOVE WS-APPLICANT-ENTRY(WS-C) TO APPLICANT-RECORD
                   WRITE APPLICANT-RECORD
               END-PERFORM
               CLOSE APPLICANT-FILE
           END-IF.

      * The transactions are consumed: a second launch must not
      * take the same applications again.
           IF WS-TXN-STATUS = "00" OR WS-TXN-STATUS = "10"
               CLOSE TRANSACTION-FILE
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
           END-IF.
       3000-SAUVEGARDER-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE SUSPENSE-FILE.
           CLOSE STATUS-TXN-FILE.
           CLOSE BALANCE-FILE.
           CLOSE PROMPT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "SUIVI DES CANDIDATURES TERMINE.".
           DISPLAY "TRANSACTIONS TRAITEES : " WS-TOTAL-CNT.
           DISPLAY "APPLIQUEES            : " WS-APPLIED-CNT.
           DISPLAY "REJETEES              : " WS-REJECTED-CNT.
           DISPLAY "EMBAUCHES EMISES      : " WS-HIRE-CNT.
           DISPLAY "------------------------------------------------".

           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.
       9000-TERMINAISON-FIN.
           EXIT.
