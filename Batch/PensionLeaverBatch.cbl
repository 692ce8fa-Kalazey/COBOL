       IDENTIFICATION DIVISION.
       PROGRAM-ID. PensionLeaverBatch.
       AUTHOR. Mathieu.

      * Closes the pension scheme membership of every member who
      * has retired and prints the leaver certificate the fund asks
      * for. A membership still active whose employee the master
      * now carries at RETRAITE - whether through a departure
      * transaction or a plain status change - is closed with the
      * day of the change taken from the employee event history
      * (the run date when the history has no trace of it), and
      * stops contributing from the next payroll run. The
      * certificate states the membership period and what both
      * employee and employer paid in over it, summed from the
      * contribution history the payroll engine keeps. Closing a
      * membership is recorded through AuditTrailWriter and the
      * event history; a relaunch finds the row closed and does
      * nothing more.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PENSION-MEMBER-FILE ASSIGN DYNAMIC WS-PMEMB-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PMEMB-STATUS.

           SELECT PENSION-HISTORY-FILE ASSIGN DYNAMIC WS-PHIST-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PHIST-STATUS.

           SELECT EVENT-HISTORY-FILE ASSIGN DYNAMIC WS-EVENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

           SELECT CERTIFICATE-FILE ASSIGN DYNAMIC WS-CERT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER-FILE.
           COPY "EmployeeMaster.cpy".

       FD  PENSION-MEMBER-FILE.
           COPY "PensionMembership.cpy".

       FD  PENSION-HISTORY-FILE.
           COPY "PensionContribution.cpy".

       FD  EVENT-HISTORY-FILE.
       01  EMPLOYEE-EVENT-RECORD.
           05 EVT-EMP-ID            PIC X(6).
           05 EVT-DATE              PIC 9(8).
           05 EVT-TIME              PIC X(8).
           05 EVT-CODE              PIC X(4).
           05 EVT-OLD-VALUE         PIC X(20).
           05 EVT-NEW-VALUE         PIC X(20).

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".
           COPY "EmployeeStatusCodes.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "PensionLeaverBatch".
       01  WS-RC-SAUVE              PIC S9(4) VALUE ZERO.

       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/EMPLOYEE-MASTER.txt".
       01  WS-PMEMB-PATH            PIC X(40)
                                 VALUE "Data/PENSION-MEMBERSHIP.txt".
       01  WS-PHIST-PATH            PIC X(40)
                       VALUE "Data/PENSION-CONTRIBUTION-HISTORY.txt".
       01  WS-EVENT-PATH            PIC X(40)
                             VALUE "Data/EMPLOYEE-EVENT-HISTORY.txt".
       01  WS-CERT-PATH             PIC X(40)
                         VALUE "Data/PENSION-LEAVER-CERTIFICATE.txt".
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-PMEMB-STATUS          PIC XX.
       01  WS-PHIST-STATUS          PIC XX.
       01  WS-EVENT-STATUS          PIC XX.
       01  WS-CERT-STATUS           PIC XX.

       01  WS-ADHESIONS-MODIFIEES   PIC X VALUE "N".
           88 ADHESIONS-MODIFIEES   VALUE "Y".

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).

      * The membership rows are kept whole so the rewrite preserves
      * every field; the work columns carry what the run learns
      * about each member from the other files.
       01  WS-MEMBER-CNT            PIC 9(4) VALUE ZERO.
       01  WS-M                     PIC 9(4).

       01  WS-MEMBER-TABLE.
           05 WS-MEMBER-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-MEMBER-CNT
                   INDEXED BY MBX.
               10 WS-M-RECORD       PIC X(37).
               10 WS-M-ID-NORM      PIC X(6).
               10 WS-M-NOM          PIC X(20).
               10 WS-M-STATUT-EMP   PIC X(8).
               10 WS-M-DATE-RETRAITE PIC 9(8).
               10 WS-M-SORTANT      PIC X(1).
                   88 WS-M-EST-SORTANT VALUE "Y".
               10 WS-M-PERIODES     PIC 9(4).
               10 WS-M-PREMIERE     PIC 9(6).
               10 WS-M-DERNIERE     PIC 9(6).
               10 WS-M-CUMUL-BRUT   PIC 9(9)V99.
               10 WS-M-CUMUL-SAL    PIC 9(9)V99.
               10 WS-M-CUMUL-PAT    PIC 9(9)V99.

       01  WS-ID-BRUT               PIC X(6).
       01  WS-ID-CANONIQUE          PIC X(6).

       01  WS-DATE-EDITEE           PIC X(10).
       01  WS-DATE-TRAVAIL          PIC 9(8).
       01  WS-DATE-TRAVAIL-GROUPE REDEFINES WS-DATE-TRAVAIL.
           05 WS-DT-YYYY            PIC 9(4).
           05 WS-DT-MM              PIC 9(2).
           05 WS-DT-DD              PIC 9(2).

       01  WS-ACTIF-CNT             PIC 9(5) VALUE ZERO.
       01  WS-SORTIE-CNT            PIC 9(5) VALUE ZERO.
       01  WS-INCONNU-CNT           PIC 9(5) VALUE ZERO.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "PensionLeaverBatch".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

       01  WS-EVT-CODE              PIC X(4).
       01  WS-EVT-OLD               PIC X(20).
       01  WS-EVT-NEW               PIC X(20).

       01  WS-MONTANT-EDITE         PIC Z(8)9.99.
       01  WS-TAUX-EDITE            PIC Z9.99.
       01  WS-ABOND-EDITE           PIC ZZ9.99.
       01  WS-PERIODES-EDITE        PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-TRAITER-ADHERENT-DEB
              THRU 2000-TRAITER-ADHERENT-FIN
              VARYING WS-M FROM 1 BY 1
              UNTIL WS-M > WS-MEMBER-CNT.

           PERFORM 5000-SAUVEGARDER-ADHESIONS-DEB
              THRU 5000-SAUVEGARDER-ADHESIONS-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-CHARGER-ADHESIONS-DEB
              THRU 1100-CHARGER-ADHESIONS-FIN.
           PERFORM 1200-CHARGER-MAITRE-DEB
              THRU 1200-CHARGER-MAITRE-FIN.
           PERFORM 1300-CHARGER-EVENEMENTS-DEB
              THRU 1300-CHARGER-EVENEMENTS-FIN.
           PERFORM 1400-CHARGER-COTISATIONS-DEB
              THRU 1400-CHARGER-COTISATIONS-FIN.

           OPEN OUTPUT CERTIFICATE-FILE.
           IF WS-CERT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE CERTIFICATE-FILE: "
                       WS-CERT-STATUS
               STOP RUN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

      * No membership file means nobody ever joined - nothing to
      * close.
       1100-CHARGER-ADHESIONS-DEB.
           OPEN INPUT PENSION-MEMBER-FILE.
           IF WS-PMEMB-STATUS = "00"
               PERFORM UNTIL WS-PMEMB-STATUS = "10"
                   READ PENSION-MEMBER-FILE
                       AT END
                           MOVE "10" TO WS-PMEMB-STATUS
                       NOT AT END
                           PERFORM 1150-RETENIR-ADHESION-DEB
                              THRU 1150-RETENIR-ADHESION-FIN
                   END-READ
               END-PERFORM
               CLOSE PENSION-MEMBER-FILE
           ELSE
               IF WS-PMEMB-STATUS NOT = "35"
                   DISPLAY "ERREUR OUVERTURE PENSION-MEMBER-FILE: "
                           WS-PMEMB-STATUS
                   STOP RUN
               END-IF
           END-IF.
       1100-CHARGER-ADHESIONS-FIN.
           EXIT.

       1150-RETENIR-ADHESION-DEB.
           IF WS-MEMBER-CNT < 9999
               ADD 1 TO WS-MEMBER-CNT
               SET MBX TO WS-MEMBER-CNT
               MOVE PENSION-MEMBERSHIP-RECORD TO WS-M-RECORD(MBX)
               MOVE PMB-EMP-ID TO WS-ID-BRUT
               CALL "IdFormatNormalizer" USING
                   WS-ID-BRUT WS-ID-CANONIQUE
               MOVE WS-ID-CANONIQUE TO WS-M-ID-NORM(MBX)
               MOVE SPACES TO WS-M-NOM(MBX) WS-M-STATUT-EMP(MBX)
               MOVE ZERO TO WS-M-DATE-RETRAITE(MBX)
                            WS-M-PERIODES(MBX)
                            WS-M-PREMIERE(MBX)
                            WS-M-DERNIERE(MBX)
                            WS-M-CUMUL-BRUT(MBX)
                            WS-M-CUMUL-SAL(MBX)
                            WS-M-CUMUL-PAT(MBX)
               MOVE "N" TO WS-M-SORTANT(MBX)
               IF PMB-ACTIF
                   ADD 1 TO WS-ACTIF-CNT
                   ADD 1 TO CT-INPUT-RECORD-COUNT
                   ADD 1 TO CT-INPUT-HASH-TOTAL
               END-IF
           ELSE
               DISPLAY "TABLE DES ADHERENTS PLEINE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1150-RETENIR-ADHESION-FIN.
           EXIT.

       1200-CHARGER-MAITRE-DEB.
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
                       MOVE EMP-ID TO WS-ID-BRUT
                       CALL "IdFormatNormalizer" USING
                           WS-ID-BRUT WS-ID-CANONIQUE
                       PERFORM VARYING WS-M FROM 1 BY 1
                               UNTIL WS-M > WS-MEMBER-CNT
                           IF WS-M-ID-NORM(WS-M) = WS-ID-CANONIQUE
                               MOVE EMP-NAME TO WS-M-NOM(WS-M)
                               MOVE EMP-STATUT-EMPLOYE
                                   TO WS-M-STATUT-EMP(WS-M)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.
       1200-CHARGER-MAITRE-FIN.
           EXIT.

      * The last move to RETRAITE on record - a DEPA or a STAT
      * event - dates the end of the membership.
       1300-CHARGER-EVENEMENTS-DEB.
           OPEN INPUT EVENT-HISTORY-FILE.
           IF WS-EVENT-STATUS = "00"
               PERFORM UNTIL WS-EVENT-STATUS = "10"
                   READ EVENT-HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-EVENT-STATUS
                       NOT AT END
                           IF (EVT-CODE = "DEPA" OR EVT-CODE = "STAT")
                                   AND EVT-NEW-VALUE(1:8) = "RETRAITE"
                               PERFORM 1350-DATER-RETRAITE-DEB
                                  THRU 1350-DATER-RETRAITE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-HISTORY-FILE
           ELSE
               IF WS-EVENT-STATUS NOT = "35"
                   DISPLAY "ERREUR OUVERTURE EVENT-HISTORY-FILE: "
                           WS-EVENT-STATUS
                   STOP RUN
               END-IF
           END-IF.
       1300-CHARGER-EVENEMENTS-FIN.
           EXIT.

       1350-DATER-RETRAITE-DEB.
           MOVE EVT-EMP-ID TO WS-ID-BRUT.
           CALL "IdFormatNormalizer" USING WS-ID-BRUT WS-ID-CANONIQUE.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MEMBER-CNT
               IF WS-M-ID-NORM(WS-M) = WS-ID-CANONIQUE
                       AND EVT-DATE > WS-M-DATE-RETRAITE(WS-M)
                   MOVE EVT-DATE TO WS-M-DATE-RETRAITE(WS-M)
               END-IF
           END-PERFORM.
       1350-DATER-RETRAITE-FIN.
           EXIT.

       1400-CHARGER-COTISATIONS-DEB.
           OPEN INPUT PENSION-HISTORY-FILE.
           IF WS-PHIST-STATUS = "00"
               PERFORM UNTIL WS-PHIST-STATUS = "10"
                   READ PENSION-HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-PHIST-STATUS
                       NOT AT END
                           PERFORM 1450-CUMULER-COTISATION-DEB
                              THRU 1450-CUMULER-COTISATION-FIN
                   END-READ
               END-PERFORM
               CLOSE PENSION-HISTORY-FILE
           ELSE
               IF WS-PHIST-STATUS NOT = "35"
                   DISPLAY "ERREUR OUVERTURE PENSION-HISTORY-FILE: "
                           WS-PHIST-STATUS
                   STOP RUN
               END-IF
           END-IF.
       1400-CHARGER-COTISATIONS-FIN.
           EXIT.

       1450-CUMULER-COTISATION-DEB.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MEMBER-CNT
               IF WS-M-ID-NORM(WS-M) = PCH-EMP-ID
                   ADD 1 TO WS-M-PERIODES(WS-M)
                   IF WS-M-PREMIERE(WS-M) = ZERO
                           OR PCH-PERIODE < WS-M-PREMIERE(WS-M)
                       MOVE PCH-PERIODE TO WS-M-PREMIERE(WS-M)
                   END-IF
                   IF PCH-PERIODE > WS-M-DERNIERE(WS-M)
                       MOVE PCH-PERIODE TO WS-M-DERNIERE(WS-M)
                   END-IF
                   ADD PCH-BRUT TO WS-M-CUMUL-BRUT(WS-M)
                   ADD PCH-PART-SALARIALE TO WS-M-CUMUL-SAL(WS-M)
                   ADD PCH-PART-PATRONALE TO WS-M-CUMUL-PAT(WS-M)
               END-IF
           END-PERFORM.
       1450-CUMULER-COTISATION-FIN.
           EXIT.

      * Only an active membership of a retired employee is closed.
      * An active member the master does not know is reported and
      * left open for the personnel office to look at.
       2000-TRAITER-ADHERENT-DEB.
           MOVE WS-M-RECORD(WS-M) TO PENSION-MEMBERSHIP-RECORD.
           IF PMB-ACTIF
               MOVE WS-M-STATUT-EMP(WS-M) TO WS-STATUT-EMPLOYE
               EVALUATE TRUE
                   WHEN WS-M-STATUT-EMP(WS-M) = SPACES
                       ADD 1 TO WS-INCONNU-CNT
                       DISPLAY "ADHERENT " WS-M-ID-NORM(WS-M)
                               " ABSENT DU FICHIER DU PERSONNEL"
                       ADD 1 TO CT-OUTPUT-RECORD-COUNT
                       ADD 1 TO CT-OUTPUT-HASH-TOTAL
                   WHEN STATUT-RETRAITE
                       PERFORM 3000-CLORE-ADHESION-DEB
                          THRU 3000-CLORE-ADHESION-FIN
                       ADD 1 TO CT-OUTPUT-RECORD-COUNT
                       ADD 1 TO CT-OUTPUT-HASH-TOTAL
                   WHEN OTHER
                       ADD 1 TO CT-OUTPUT-RECORD-COUNT
                       ADD 1 TO CT-OUTPUT-HASH-TOTAL
               END-EVALUATE
           END-IF.
       2000-TRAITER-ADHERENT-FIN.
           EXIT.

       3000-CLORE-ADHESION-DEB.
           IF WS-M-DATE-RETRAITE(WS-M) = ZERO
               MOVE WS-RUN-DATE TO WS-M-DATE-RETRAITE(WS-M)
           END-IF.

           MOVE SPACES TO WS-AT-BEFORE.
           STRING WS-M-ID-NORM(WS-M) " RETRAITE ADHESION ACTIVE DEPUIS "
                  PMB-DATE-ADHESION
                  DELIMITED BY SIZE INTO WS-AT-BEFORE.
           MOVE "C" TO PMB-STATUT.
           MOVE WS-M-DATE-RETRAITE(WS-M) TO PMB-DATE-SORTIE.
           MOVE PENSION-MEMBERSHIP-RECORD TO WS-M-RECORD(WS-M).
           MOVE "Y" TO WS-M-SORTANT(WS-M).
           MOVE "Y" TO WS-ADHESIONS-MODIFIEES.
           MOVE SPACES TO WS-AT-AFTER.
           STRING WS-M-ID-NORM(WS-M) " RETRAITE ADHESION CLOSE LE "
                  PMB-DATE-SORTIE
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.

           MOVE "PENS" TO WS-EVT-CODE.
           MOVE "ADHERENT" TO WS-EVT-OLD.
           MOVE "SORTIE RETRAITE" TO WS-EVT-NEW.
           MOVE WS-M-ID-NORM(WS-M) TO WS-ID-BRUT.
           CALL "EmployeeEventWriter" USING WS-ID-BRUT
               WS-EVT-CODE WS-EVT-OLD WS-EVT-NEW.

           PERFORM 3100-EDITER-CERTIFICAT-DEB
              THRU 3100-EDITER-CERTIFICAT-FIN.
           ADD 1 TO WS-SORTIE-CNT.
       3000-CLORE-ADHESION-FIN.
           EXIT.

       3100-EDITER-CERTIFICAT-DEB.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "CERTIFICAT DE SORTIE DU REGIME DE RETRAITE "
                  "D'ENTREPRISE"
                  DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE ALL "-" TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "ADHERENT                : " WS-M-ID-NORM(WS-M) " "
                  WS-M-NOM(WS-M)
                  DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE PMB-DATE-ADHESION TO WS-DATE-TRAVAIL.
           PERFORM 3200-EDITER-DATE-DEB
              THRU 3200-EDITER-DATE-FIN.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "DATE D'ADHESION         : " WS-DATE-EDITEE
                  DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE PMB-DATE-SORTIE TO WS-DATE-TRAVAIL.
           PERFORM 3200-EDITER-DATE-DEB
              THRU 3200-EDITER-DATE-FIN.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "DATE DE SORTIE          : " WS-DATE-EDITEE
                  " (DEPART A LA RETRAITE)"
                  DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE PMB-TAUX-SALARIAL TO WS-TAUX-EDITE.
           MOVE PMB-TAUX-ABONDEMENT TO WS-ABOND-EDITE.
           MOVE SPACES TO CERTIFICATE-LINE.
           EVALUATE TRUE
               WHEN PMB-ABONDEMENT-PROPORTIONNEL
                   STRING "COTISATION SALARIALE    : " WS-TAUX-EDITE
                          " % - ABONDEMENT " WS-ABOND-EDITE
                          " % DE LA COTISATION"
                          DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WHEN PMB-ABONDEMENT-FIXE
                   STRING "COTISATION SALARIALE    : " WS-TAUX-EDITE
                          " % - PART PATRONALE " WS-ABOND-EDITE
                          " % DU BRUT"
                          DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WHEN OTHER
                   STRING "COTISATION SALARIALE    : " WS-TAUX-EDITE
                          " % - SANS ABONDEMENT"
                          DELIMITED BY SIZE INTO CERTIFICATE-LINE
           END-EVALUATE.
           WRITE CERTIFICATE-LINE.
           MOVE WS-M-PERIODES(WS-M) TO WS-PERIODES-EDITE.
           MOVE SPACES TO CERTIFICATE-LINE.
           IF WS-M-PERIODES(WS-M) = ZERO
               STRING "PAIES COTISEES          : AUCUNE"
                      DELIMITED BY SIZE INTO CERTIFICATE-LINE
           ELSE
               STRING "PAIES COTISEES          : " WS-PERIODES-EDITE
                      " DE " WS-M-PREMIERE(WS-M) " A "
                      WS-M-DERNIERE(WS-M)
                      DELIMITED BY SIZE INTO CERTIFICATE-LINE
           END-IF.
           WRITE CERTIFICATE-LINE.
           MOVE WS-M-CUMUL-BRUT(WS-M) TO WS-MONTANT-EDITE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "SALAIRE SOUMIS A COTISATION       " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE WS-M-CUMUL-SAL(WS-M) TO WS-MONTANT-EDITE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "COTISATIONS SALARIALES VERSEES    " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE WS-M-CUMUL-PAT(WS-M) TO WS-MONTANT-EDITE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "COTISATIONS PATRONALES VERSEES    " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           COMPUTE WS-MONTANT-EDITE = WS-M-CUMUL-SAL(WS-M)
                   + WS-M-CUMUL-PAT(WS-M).
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "TOTAL VERSE AU FONDS              " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE WS-RUN-DATE TO WS-DATE-TRAVAIL.
           PERFORM 3200-EDITER-DATE-DEB
              THRU 3200-EDITER-DATE-FIN.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "ETABLI LE " WS-DATE-EDITEE
                  DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
       3100-EDITER-CERTIFICAT-FIN.
           EXIT.

       3200-EDITER-DATE-DEB.
           MOVE SPACES TO WS-DATE-EDITEE.
           STRING WS-DT-YYYY "-" WS-DT-MM "-" WS-DT-DD
                  DELIMITED BY SIZE INTO WS-DATE-EDITEE.
       3200-EDITER-DATE-FIN.
           EXIT.

      * Rewritten only when a membership was closed.
       5000-SAUVEGARDER-ADHESIONS-DEB.
           IF ADHESIONS-MODIFIEES
               OPEN OUTPUT PENSION-MEMBER-FILE
               IF WS-PMEMB-STATUS NOT = "00"
                   DISPLAY "ERREUR REECRITURE PENSION-MEMBER-FILE: "
                           WS-PMEMB-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M > WS-MEMBER-CNT
                   MOVE WS-M-RECORD(WS-M)
                       TO PENSION-MEMBERSHIP-RECORD
                   WRITE PENSION-MEMBERSHIP-RECORD
               END-PERFORM
               CLOSE PENSION-MEMBER-FILE
           END-IF.
       5000-SAUVEGARDER-ADHESIONS-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE CERTIFICATE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "SORTIES DU REGIME DE RETRAITE TERMINEES.".
           DISPLAY "ADHESIONS ACTIVES LUES : " WS-ACTIF-CNT.
           DISPLAY "ADHESIONS CLOSES       : " WS-SORTIE-CNT.
           DISPLAY "ADHERENTS INCONNUS     : " WS-INCONNU-CNT.
           DISPLAY "------------------------------------------------".
           IF WS-INCONNU-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      * The control-total call resets RETURN-CODE; keep this run's.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9000-TERMINAISON-FIN.
           EXIT.
