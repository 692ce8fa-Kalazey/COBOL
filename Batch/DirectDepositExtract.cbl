      * bank file while any H line waits on the payroll hold file -
      * the run ends with the severe code until every held figure
      * has been disposed through PayrollHoldRelease.
      * The same file reimburses the expense claims the department
      * heads approved (ExpenseClaimBatch): one more 02 detail per
      * employee carrying the total of their approved claims,
      * flagged F in TD-NATURE so it stays apart from the net pay -
      * it is not pay and is never taxed. The claims paid turn V
      * with the file's date, the register lists them under their
      * own total, and each department's spending books to the GL
      * through the subledger register (source NOTEFRAI, one line
      * per department and charge account, the department code in
      * the reference). Claims of an employee without usable
      * banking details stay approved for the next file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT CLAIM-FILE ASSIGN DYNAMIC WS-CLAIM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.

           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NET-PAY-FILE.
           05 TD-ACCOUNT-NO         PIC X(11).
           05 TD-MONTANT            PIC 9(7)V99.
           05 TD-EMP-ID             PIC X(6).
           05 TD-NATURE             PIC X(1).
               88 TD-REMBOURSEMENT-FRAIS VALUE "F".
           05 FILLER                PIC X(21).
       01  TRANSFER-TRAILER REDEFINES TRANSFER-RECORD.
           05 TT-TYPE               PIC X(2).
           05 TT-RECORD-COUNT       PIC 9(7).
           05 HLD-STATUT            PIC X(1).
           05 FILLER                PIC X(1).

       FD  CLAIM-FILE.
           COPY "ExpenseClaim.cpy".

       FD  REGISTER-FILE.
           COPY "SubledgerRegister.cpy".

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-HOLD-PATH             PIC X(40)
                                 VALUE "Data/PAYROLL-HOLD-FILE.txt".
       01  WS-HOLD-STATUS           PIC XX.
       01  WS-CLAIM-PATH            PIC X(40)
                                 VALUE "Data/EXPENSE-CLAIMS.txt".
       01  WS-CLAIM-STATUS          PIC XX.
       01  WS-REGISTER-PATH         PIC X(40)
                             VALUE "Data/SUBLEDGER-GL-REGISTER.txt".
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-EN-ATTENTE-CNT        PIC 9(4) VALUE ZERO.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".
       01  WS-BANQUE-TROUVEE        PIC X.
           88 BANQUE-TROUVEE        VALUE "Y".
       01  WS-BANQUE-INDEX          PIC 9(5).
       01  WS-EMP-CHERCHE           PIC X(6).

       01  WS-BANK-CNT              PIC 9(5) VALUE ZERO.
       01  WS-B                     PIC 9(5).

       01  WS-MONTANT-EDITE         PIC Z(8)9.99.

      * Expense claims, in the layout of ExpenseClaim.cpy, with the
      * run's own mark of the claims already dealt with.
       01  WS-CLAIM-CNT             PIC 9(4) VALUE ZERO.
       01  WS-C                     PIC 9(4).
       01  WS-C2                    PIC 9(4).

       01  WS-CLAIM-TABLE.
           05 WS-CLAIM-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-CLAIM-CNT
                   INDEXED BY CX.
               10 WS-C-ID           PIC X(6).
               10 WS-C-EMP-ID       PIC X(6).
               10 WS-C-DATE-FRAIS   PIC 9(8).
               10 WS-C-CATEGORIE    PIC X(4).
               10 WS-C-MONTANT      PIC 9(5)V99.
               10 WS-C-RECU-REF     PIC X(12).
               10 WS-C-DEPT         PIC X(4).
               10 WS-C-COMPTE       PIC X(6).
               10 WS-C-STATUT       PIC X(1).
               10 WS-C-DATE-STATUT  PIC 9(8).

       01  WS-FRAIS-VU-TABLE.
           05 WS-FRAIS-VU OCCURS 9999 TIMES PIC X(1).

      * The month's claims paid, by department and charge account,
      * for the GL.
       01  WS-IMPUT-CNT             PIC 9(3) VALUE ZERO.
       01  WS-I                     PIC 9(3).
       01  WS-IMPUT-TROUVE          PIC 9(3).

       01  WS-IMPUT-TABLE.
           05 WS-IMPUT-ENTRY OCCURS 500 TIMES
                   DEPENDING ON WS-IMPUT-CNT
                   INDEXED BY IX.
               10 WS-I-DEPT         PIC X(4).
               10 WS-I-COMPTE       PIC X(6).
               10 WS-I-MONTANT      PIC 9(9)V99.

       01  WS-FRAIS-EMP-ID          PIC X(6).
       01  WS-FRAIS-EMPLOYE         PIC 9(7)V99.
       01  WS-FRAIS-NOTES-CNT       PIC 9(4).
       01  WS-FRAIS-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01  WS-FRAIS-VIRES-CNT       PIC 9(5) VALUE ZERO.
       01  WS-FRAIS-NOTES-VIREES    PIC 9(5) VALUE ZERO.
       01  WS-FRAIS-SANS-BANQUE-CNT PIC 9(5) VALUE ZERO.
       01  WS-NB-NOTES-EDITE        PIC ZZZ9.

       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-ID                PIC X(14).

       01  WS-TODAY                 PIC 9(8).
       01  WS-TODAY-EDITE REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY         PIC 9(4).
           PERFORM 2500-EMETTRE-PRENOTES-DEB
              THRU 2500-EMETTRE-PRENOTES-FIN.

           PERFORM 2700-VIRER-FRAIS-DEB
              THRU 2700-VIRER-FRAIS-FIN.

           PERFORM 3000-ECRIRE-TRAILER-DEB
              THRU 3000-ECRIRE-TRAILER-FIN.


       1000-INITIALISATION-DEB.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-RUN-ID.
           STRING WS-TODAY WS-RUN-TIME(1:6)
                  DELIMITED BY SIZE INTO WS-RUN-ID.

           PERFORM 1050-CONTROLER-HOLDS-DEB
              THRU 1050-CONTROLER-HOLDS-FIN.
           PERFORM 1100-CHARGER-BANQUES-DEB
              THRU 1100-CHARGER-BANQUES-FIN.

           PERFORM 1200-CHARGER-NOTES-DEB
              THRU 1200-CHARGER-NOTES-FIN.

           OPEN INPUT NET-PAY-FILE.
           IF WS-NET-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE NET-PAY-FILE: "
       1100-CHARGER-BANQUES-FIN.
           EXIT.

       1200-CHARGER-NOTES-DEB.
           OPEN INPUT CLAIM-FILE.
           IF WS-CLAIM-STATUS = "35"
               MOVE ZERO TO WS-CLAIM-CNT
           ELSE
               IF WS-CLAIM-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE CLAIM-FILE: "
                           WS-CLAIM-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-CLAIM-STATUS = "10"
                   READ CLAIM-FILE
                       AT END
                           MOVE "10" TO WS-CLAIM-STATUS
                       NOT AT END
                           IF WS-CLAIM-CNT >= 9999
                               DISPLAY "TABLE DES NOTES DE FRAIS "
                                       "PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CLAIM-CNT
                           SET CX TO WS-CLAIM-CNT
                           MOVE EXPENSE-CLAIM-RECORD
                               TO WS-CLAIM-ENTRY(CX)
                           MOVE "N" TO WS-FRAIS-VU(WS-CLAIM-CNT)
                   END-READ
               END-PERFORM
               CLOSE CLAIM-FILE
           END-IF.
       1200-CHARGER-NOTES-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-LUS-CNT.

           MOVE NP-EMP-ID TO WS-EMP-CHERCHE.
           PERFORM 2200-CHERCHER-BANQUE-DEB
              THRU 2200-CHERCHER-BANQUE-FIN.

           MOVE "N" TO WS-BANQUE-TROUVEE.
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BANK-CNT
               IF WS-B-EMP-ID(WS-B) = WS-EMP-CHERCHE
                       AND WS-B-STATUT(WS-B) = SPACE
                   MOVE "Y" TO WS-BANQUE-TROUVEE
                   MOVE WS-B TO WS-BANQUE-INDEX
       2550-EMETTRE-UN-PRENOTE-FIN.
           EXIT.

      * One reimbursement detail per employee, whatever the number
      * of approved claims behind it.
       2700-VIRER-FRAIS-DEB.
           PERFORM 2710-VIRER-FRAIS-EMPLOYE-DEB
              THRU 2710-VIRER-FRAIS-EMPLOYE-FIN
              VARYING WS-C FROM 1 BY 1
              UNTIL WS-C > WS-CLAIM-CNT.

           IF WS-FRAIS-NOTES-VIREES > ZERO
               PERFORM 2750-SAUVEGARDER-NOTES-DEB
                  THRU 2750-SAUVEGARDER-NOTES-FIN
               PERFORM 2760-IMPUTER-FRAIS-DEB
                  THRU 2760-IMPUTER-FRAIS-FIN
           END-IF.
       2700-VIRER-FRAIS-FIN.
           EXIT.

       2710-VIRER-FRAIS-EMPLOYE-DEB.
           IF WS-C-STATUT(WS-C) = "A" AND WS-FRAIS-VU(WS-C) = "N"
               MOVE WS-C-EMP-ID(WS-C) TO WS-FRAIS-EMP-ID
               MOVE ZERO TO WS-FRAIS-EMPLOYE
               MOVE ZERO TO WS-FRAIS-NOTES-CNT
               PERFORM VARYING WS-C2 FROM WS-C BY 1
                       UNTIL WS-C2 > WS-CLAIM-CNT
                   IF WS-C-EMP-ID(WS-C2) = WS-FRAIS-EMP-ID
                           AND WS-C-STATUT(WS-C2) = "A"
                       MOVE "Y" TO WS-FRAIS-VU(WS-C2)
                       ADD WS-C-MONTANT(WS-C2) TO WS-FRAIS-EMPLOYE
                       ADD 1 TO WS-FRAIS-NOTES-CNT
                   END-IF
               END-PERFORM

               MOVE WS-FRAIS-EMP-ID TO WS-EMP-CHERCHE
               PERFORM 2200-CHERCHER-BANQUE-DEB
                  THRU 2200-CHERCHER-BANQUE-FIN

               IF BANQUE-TROUVEE
                   PERFORM 2720-ECRIRE-FRAIS-DEB
                      THRU 2720-ECRIRE-FRAIS-FIN
               ELSE
                   ADD 1 TO WS-FRAIS-SANS-BANQUE-CNT
                   IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
                       PERFORM 2500-IMPRIMER-ENTETE-DEB
                          THRU 2500-IMPRIMER-ENTETE-FIN
                   END-IF
                   MOVE WS-FRAIS-EMPLOYE TO WS-MONTANT-EDITE
                   MOVE SPACES TO REMITTANCE-LINE
                   STRING WS-FRAIS-EMP-ID "                    "
                          WS-MONTANT-EDITE
                          " FRAIS - SANS COORDONNEES BANCAIRES"
                          DELIMITED BY SIZE INTO REMITTANCE-LINE
                   WRITE REMITTANCE-LINE
                   ADD 1 TO RH-LINE-COUNT
               END-IF
           END-IF.
       2710-VIRER-FRAIS-EMPLOYE-FIN.
           EXIT.

       2720-ECRIRE-FRAIS-DEB.
           MOVE SPACES TO TRANSFER-RECORD.
           MOVE "02" TO TD-TYPE.
           MOVE WS-B-BANK-CODE(WS-BANQUE-INDEX) TO TD-BANK-CODE.
           MOVE WS-B-BRANCH-CODE(WS-BANQUE-INDEX)
               TO TD-BRANCH-CODE.
           MOVE WS-B-ACCOUNT-NO(WS-BANQUE-INDEX) TO TD-ACCOUNT-NO.
           MOVE WS-FRAIS-EMPLOYE TO TD-MONTANT.
           MOVE WS-FRAIS-EMP-ID TO TD-EMP-ID.
           SET TD-REMBOURSEMENT-FRAIS TO TRUE.
           WRITE TRANSFER-RECORD.

           ADD 1 TO WS-VIRES-CNT.
           ADD 1 TO WS-FRAIS-VIRES-CNT.
           COMPUTE WS-MONTANT-CENTIMES = WS-FRAIS-EMPLOYE * 100.
           ADD WS-MONTANT-CENTIMES TO WS-HASH-TOTAL.
           ADD WS-FRAIS-EMPLOYE TO WS-FRAIS-TOTAL.

      * The claims carried turn V and feed the department totals.
           PERFORM VARYING WS-C2 FROM WS-C BY 1
                   UNTIL WS-C2 > WS-CLAIM-CNT
               IF WS-C-EMP-ID(WS-C2) = WS-FRAIS-EMP-ID
                       AND WS-C-STATUT(WS-C2) = "A"
                   MOVE "V" TO WS-C-STATUT(WS-C2)
                   MOVE WS-TODAY TO WS-C-DATE-STATUT(WS-C2)
                   ADD 1 TO WS-FRAIS-NOTES-VIREES
                   PERFORM 2730-CUMULER-IMPUTATION-DEB
                      THRU 2730-CUMULER-IMPUTATION-FIN
               END-IF
           END-PERFORM.

           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               PERFORM 2500-IMPRIMER-ENTETE-DEB
                  THRU 2500-IMPRIMER-ENTETE-FIN
           END-IF.
           MOVE WS-FRAIS-EMPLOYE TO WS-MONTANT-EDITE.
           MOVE WS-FRAIS-NOTES-CNT TO WS-NB-NOTES-EDITE.
           MOVE SPACES TO REMITTANCE-LINE.
           STRING WS-FRAIS-EMP-ID " "
                  WS-B-BANK-CODE(WS-BANQUE-INDEX) " "
                  WS-B-ACCOUNT-NO(WS-BANQUE-INDEX) "  "
                  WS-MONTANT-EDITE " FRAIS ("
                  WS-NB-NOTES-EDITE " NOTE(S))"
                  DELIMITED BY SIZE INTO REMITTANCE-LINE.
           WRITE REMITTANCE-LINE.
           ADD 1 TO RH-LINE-COUNT.
       2720-ECRIRE-FRAIS-FIN.
           EXIT.

       2730-CUMULER-IMPUTATION-DEB.
           MOVE ZERO TO WS-IMPUT-TROUVE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-IMPUT-CNT
               IF WS-I-DEPT(WS-I) = WS-C-DEPT(WS-C2)
                       AND WS-I-COMPTE(WS-I) = WS-C-COMPTE(WS-C2)
                   MOVE WS-I TO WS-IMPUT-TROUVE
               END-IF
           END-PERFORM.
           IF WS-IMPUT-TROUVE = ZERO
               IF WS-IMPUT-CNT >= 500
                   DISPLAY "TABLE DES IMPUTATIONS DE FRAIS PLEINE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-IMPUT-CNT
               MOVE WS-IMPUT-CNT TO WS-IMPUT-TROUVE
               MOVE WS-C-DEPT(WS-C2) TO WS-I-DEPT(WS-IMPUT-TROUVE)
               MOVE WS-C-COMPTE(WS-C2)
                   TO WS-I-COMPTE(WS-IMPUT-TROUVE)
               MOVE ZERO TO WS-I-MONTANT(WS-IMPUT-TROUVE)
           END-IF.
           ADD WS-C-MONTANT(WS-C2) TO WS-I-MONTANT(WS-IMPUT-TROUVE).
       2730-CUMULER-IMPUTATION-FIN.
           EXIT.

       2750-SAUVEGARDER-NOTES-DEB.
           OPEN OUTPUT CLAIM-FILE.
           IF WS-CLAIM-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE CLAIM-FILE: "
                       WS-CLAIM-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CLAIM-CNT
               MOVE WS-CLAIM-ENTRY(WS-C) TO EXPENSE-CLAIM-RECORD
               WRITE EXPENSE-CLAIM-RECORD
           END-PERFORM.
           CLOSE CLAIM-FILE.
       2750-SAUVEGARDER-NOTES-FIN.
           EXIT.

      * Expense to the charge account of the category against the
      * bank - GlJournalPostBatch books each line past its mark.
       2760-IMPUTER-FRAIS-DEB.
           OPEN EXTEND REGISTER-FILE.
           IF WS-REGISTER-STATUS = "05" OR WS-REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REGISTER-FILE: "
                       WS-REGISTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-IMPUT-CNT
               MOVE SPACES TO SUBLEDGER-REGISTER-RECORD
               MOVE WS-RUN-ID TO SLR-RUN-ID
               MOVE "NOTEFRAI" TO SLR-SOURCE
               MOVE WS-TODAY TO SLR-DATE
               MOVE WS-I-MONTANT(WS-I) TO SLR-MONTANT
               STRING "FRAIS " WS-I-DEPT(WS-I) WS-RUN-ID
                      DELIMITED BY SIZE INTO SLR-REFERENCE
               MOVE WS-I-COMPTE(WS-I) TO SLR-COMPTE
               WRITE SUBLEDGER-REGISTER-RECORD
           END-PERFORM.
           CLOSE REGISTER-FILE.
       2760-IMPUTER-FRAIS-FIN.
           EXIT.

       3000-ECRIRE-TRAILER-DEB.
           MOVE SPACES TO TRANSFER-RECORD.
           MOVE "09" TO TT-TYPE.
           MOVE SPACES TO REMITTANCE-LINE.
           MOVE WS-REPORT-TOTAL-LINE TO REMITTANCE-LINE.
           WRITE REMITTANCE-LINE.

           IF WS-FRAIS-TOTAL > ZERO
               MOVE WS-FRAIS-TOTAL TO WS-MONTANT-EDITE
               MOVE SPACES TO REMITTANCE-LINE
               STRING "TOTAL FRAIS:" WS-MONTANT-EDITE
                      " (NOTES DE FRAIS, HORS PAIE)"
                      DELIMITED BY SIZE INTO REMITTANCE-LINE
               WRITE REMITTANCE-LINE
           END-IF.
       3000-ECRIRE-TRAILER-FIN.
           EXIT.

           DISPLAY "SANS COORDONNEES      : " WS-SANS-BANQUE-CNT.
           DISPLAY "PRENOTES EMIS         : " WS-PRENOTE-CNT.
           DISPLAY "NET NUL OU NEGATIF    : " WS-NET-NEGATIF-CNT.
           DISPLAY "REMBOURSEMENTS FRAIS  : " WS-FRAIS-VIRES-CNT.
           DISPLAY "NOTES DE FRAIS VIREES : " WS-FRAIS-NOTES-VIREES.
           DISPLAY "FRAIS SANS COORDONNEES: "
                   WS-FRAIS-SANS-BANQUE-CNT.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
