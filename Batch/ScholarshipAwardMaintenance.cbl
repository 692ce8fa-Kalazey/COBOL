       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScholarshipAwardMaintenance.
       AUTHOR. Mathieu.

      * Maintenance of the scholarship and financial-aid award file
      * - bursaries and sibling reductions used to be typed over the
      * invoice amount after the fact. A grants a student an award
      * for a term from a funding source: a percentage of the gross
      * fee (P, at most 100) or a fixed amount (M), with an optional
      * minimum term average (at most 20) below which it lapses. C
      * replaces the terms of an award not yet invoiced - a lapsed
      * award changed is granted again. D withdraws an award not
      * yet invoiced. An invoiced award is history and refused. The
      * student must be on the student master. Rejects go to
      * suspense with their reason, every change rides
      * AuditTrailWriter and the run balances with ControlTotals.cpy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWARD-FILE ASSIGN DYNAMIC WS-AWARD-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AWARD-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN DYNAMIC WS-STUDENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT TRANSACTION-FILE ASSIGN DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AWARD-FILE.
           COPY "ScholarshipAward.cpy".

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05 STU-ID                PIC X(6).
           05 STU-NAME              PIC X(20).

       FD  TRANSACTION-FILE.
       01  SCHOLARSHIP-AWARD-TRANSACTION.
           05 TXN-ACTION            PIC X(1).
               88 TXN-AJOUT         VALUE "A".
               88 TXN-MODIFICATION  VALUE "C".
               88 TXN-SUPPRESSION   VALUE "D".
           05 TXN-STUDENT-ID        PIC X(6).
           05 TXN-TERME             PIC X(6).
           05 TXN-SOURCE            PIC X(8).
           05 TXN-TYPE              PIC X(1).
           05 TXN-VALEUR-X          PIC X(7).
           05 TXN-VALEUR REDEFINES TXN-VALEUR-X
                                    PIC 9(5)V99.
           05 TXN-MOYENNE-MIN-X     PIC X(4).
           05 TXN-MOYENNE-MIN REDEFINES TXN-MOYENNE-MIN-X
                                    PIC 9(2)V99.

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "ScholarshipAwardMnt".

       01  WS-AWARD-PATH            PIC X(40)
                                 VALUE "Data/SCHOLARSHIP-AWARD.txt".
       01  WS-STUDENT-PATH          PIC X(40)
                                 VALUE "Data/STUDENT-MASTER.txt".
       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/SCHOLARSHIP-AWARD-TXN.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/SCHOLARSHIP-AWARD-ERR.txt".
       01  WS-AWARD-STATUS          PIC XX.
       01  WS-STUDENT-STATUS        PIC XX.
       01  WS-TXN-STATUS            PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-RUN-DATE              PIC 9(8).

       01  WS-AWD-CNT               PIC 9(4) VALUE ZERO.
       01  WS-W                     PIC 9(4).
       01  WS-AWD-TROUVE            PIC 9(4).

       01  WS-AWD-TABLE.
           05 WS-AWD-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-AWD-CNT
                   INDEXED BY WX.
               10 WS-W-STUDENT-ID   PIC X(6).
               10 WS-W-TERME        PIC X(6).
               10 WS-W-SOURCE       PIC X(8).
               10 WS-W-TYPE         PIC X(1).
               10 WS-W-VALEUR       PIC 9(5)V99.
               10 WS-W-MOYENNE-MIN  PIC 9(2)V99.
               10 WS-W-STATUT       PIC X(1).
               10 WS-W-DATE-STATUT  PIC 9(8).
               10 WS-W-MONTANT      PIC 9(5)V99.
               10 WS-W-SUPPRIME     PIC X(1).
                   88 WS-W-EST-SUPPRIME VALUE "D".

       01  WS-ELEVE-CNT             PIC 9(5) VALUE ZERO.
       01  WS-E                     PIC 9(5).
       01  WS-ELEVE-TROUVE          PIC X VALUE "N".
           88 ELEVE-TROUVE          VALUE "Y".

       01  WS-ELEVE-TABLE.
           05 WS-ELEVE-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-ELEVE-CNT
                   INDEXED BY EX.
               10 WS-E-ID           PIC X(6).

       01  WS-MOTIF-REJET           PIC X(30).

       01  WS-TOTAL-CNT             PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-CNT           PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-CNT          PIC 9(5) VALUE ZERO.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "ScholarshipAwardMnt".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).
       01  WS-AT-IMAGE              PIC X(60).
       01  WS-AT-VALEUR-EDITE       PIC ZZZZ9.99.
       01  WS-AT-MOYENNE-EDITE      PIC Z9.99.

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

           PERFORM 1100-CHARGER-BOURSES-DEB
              THRU 1100-CHARGER-BOURSES-FIN.
           PERFORM 1200-CHARGER-ELEVES-DEB
              THRU 1200-CHARGER-ELEVES-FIN.

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

      * An absent file is the first run: no award granted yet.
       1100-CHARGER-BOURSES-DEB.
           OPEN INPUT AWARD-FILE.
           IF WS-AWARD-STATUS = "35"
               MOVE ZERO TO WS-AWD-CNT
           ELSE
               IF WS-AWARD-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE AWARD-FILE: "
                           WS-AWARD-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-AWARD-STATUS = "10"
                   READ AWARD-FILE
                       AT END
                           MOVE "10" TO WS-AWARD-STATUS
                       NOT AT END
                           IF WS-AWD-CNT >= 9999
                               DISPLAY "TABLE DES BOURSES PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-AWD-CNT
                           SET WX TO WS-AWD-CNT
                           MOVE AWD-STUDENT-ID TO WS-W-STUDENT-ID(WX)
                           MOVE AWD-TERME TO WS-W-TERME(WX)
                           MOVE AWD-SOURCE TO WS-W-SOURCE(WX)
                           MOVE AWD-TYPE TO WS-W-TYPE(WX)
                           MOVE AWD-VALEUR TO WS-W-VALEUR(WX)
                           MOVE AWD-MOYENNE-MIN
                               TO WS-W-MOYENNE-MIN(WX)
                           MOVE AWD-STATUT TO WS-W-STATUT(WX)
                           MOVE AWD-DATE-STATUT
                               TO WS-W-DATE-STATUT(WX)
                           MOVE AWD-MONTANT-ACCORDE
                               TO WS-W-MONTANT(WX)
                           MOVE SPACE TO WS-W-SUPPRIME(WX)
                   END-READ
               END-PERFORM
               CLOSE AWARD-FILE
           END-IF.
       1100-CHARGER-BOURSES-FIN.
           EXIT.

      * Only read: the ids the student master knows.
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
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER-FILE.
       1200-CHARGER-ELEVES-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-TOTAL-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           ADD 1 TO CT-INPUT-HASH-TOTAL.

           PERFORM 2200-CHERCHER-BOURSE-DEB
              THRU 2200-CHERCHER-BOURSE-FIN.

           EVALUATE TRUE
               WHEN TXN-AJOUT
                   PERFORM 2300-AJOUTER-BOURSE-DEB
                      THRU 2300-AJOUTER-BOURSE-FIN
               WHEN TXN-MODIFICATION
                   PERFORM 2400-MODIFIER-BOURSE-DEB
                      THRU 2400-MODIFIER-BOURSE-FIN
               WHEN TXN-SUPPRESSION
                   PERFORM 2500-SUPPRIMER-BOURSE-DEB
                      THRU 2500-SUPPRIMER-BOURSE-FIN
               WHEN OTHER
                   MOVE "CODE ACTION INVALIDE" TO WS-MOTIF-REJET
                   PERFORM 2600-REJETER-TRANSACTION-DEB
                      THRU 2600-REJETER-TRANSACTION-FIN
           END-EVALUATE.

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

      * The award on file under the transaction's key, if any, and
      * its image for the audit trail.
       2200-CHERCHER-BOURSE-DEB.
           MOVE ZERO TO WS-AWD-TROUVE.
           PERFORM VARYING WS-W FROM 1 BY 1
                   UNTIL WS-W > WS-AWD-CNT OR WS-AWD-TROUVE > ZERO
               IF WS-W-STUDENT-ID(WS-W) = TXN-STUDENT-ID
                       AND WS-W-TERME(WS-W) = TXN-TERME
                       AND WS-W-SOURCE(WS-W) = TXN-SOURCE
                       AND NOT WS-W-EST-SUPPRIME(WS-W)
                   MOVE WS-W TO WS-AWD-TROUVE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-AT-IMAGE.
           IF WS-AWD-TROUVE = ZERO
               STRING TXN-STUDENT-ID " " TXN-TERME " " TXN-SOURCE
                      " ABSENTE"
                      DELIMITED BY SIZE INTO WS-AT-IMAGE
           ELSE
               PERFORM 2250-IMAGE-BOURSE-DEB
                  THRU 2250-IMAGE-BOURSE-FIN
           END-IF.
       2200-CHERCHER-BOURSE-FIN.
           EXIT.

       2250-IMAGE-BOURSE-DEB.
           MOVE WS-W-VALEUR(WS-AWD-TROUVE) TO WS-AT-VALEUR-EDITE.
           MOVE WS-W-MOYENNE-MIN(WS-AWD-TROUVE)
               TO WS-AT-MOYENNE-EDITE.
           MOVE SPACES TO WS-AT-IMAGE.
           STRING WS-W-STUDENT-ID(WS-AWD-TROUVE) " "
                  WS-W-TERME(WS-AWD-TROUVE) " "
                  WS-W-SOURCE(WS-AWD-TROUVE) " "
                  WS-W-TYPE(WS-AWD-TROUVE) WS-AT-VALEUR-EDITE
                  " MIN" WS-AT-MOYENNE-EDITE " "
                  WS-W-STATUT(WS-AWD-TROUVE)
                  DELIMITED BY SIZE INTO WS-AT-IMAGE.
       2250-IMAGE-BOURSE-FIN.
           EXIT.

      * Checks shared by A and C: who, when, from where, how much.
       2270-CONTROLER-BOURSE-DEB.
           MOVE "N" TO WS-ELEVE-TROUVE.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-ELEVE-CNT OR ELEVE-TROUVE
               IF WS-E-ID(WS-E) = TXN-STUDENT-ID
                   MOVE "Y" TO WS-ELEVE-TROUVE
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-MOTIF-REJET.
           EVALUATE TRUE
               WHEN NOT ELEVE-TROUVE
                   MOVE "ELEVE INCONNU" TO WS-MOTIF-REJET
               WHEN TXN-TERME = SPACES
                   MOVE "TERME MANQUANT" TO WS-MOTIF-REJET
               WHEN TXN-SOURCE = SPACES
                   MOVE "SOURCE DE FINANCEMENT MANQUANTE"
                       TO WS-MOTIF-REJET
               WHEN TXN-TYPE NOT = "P" AND TXN-TYPE NOT = "M"
                   MOVE "TYPE DE BOURSE INVALIDE" TO WS-MOTIF-REJET
               WHEN TXN-VALEUR-X NOT NUMERIC
                   MOVE "VALEUR INVALIDE" TO WS-MOTIF-REJET
               WHEN TXN-VALEUR = ZERO
                   MOVE "VALEUR INVALIDE" TO WS-MOTIF-REJET
               WHEN TXN-TYPE = "P" AND TXN-VALEUR > 100
                   MOVE "POURCENTAGE SUPERIEUR A 100"
                       TO WS-MOTIF-REJET
               WHEN TXN-MOYENNE-MIN-X = SPACES
                   MOVE ZERO TO TXN-MOYENNE-MIN
               WHEN TXN-MOYENNE-MIN-X NOT NUMERIC
                   MOVE "MOYENNE MINIMALE INVALIDE" TO WS-MOTIF-REJET
               WHEN TXN-MOYENNE-MIN > 20
                   MOVE "MOYENNE MINIMALE INVALIDE" TO WS-MOTIF-REJET
           END-EVALUATE.
       2270-CONTROLER-BOURSE-FIN.
           EXIT.

       2280-POSER-BOURSE-DEB.
           MOVE TXN-STUDENT-ID TO WS-W-STUDENT-ID(WS-AWD-TROUVE).
           MOVE TXN-TERME TO WS-W-TERME(WS-AWD-TROUVE).
           MOVE TXN-SOURCE TO WS-W-SOURCE(WS-AWD-TROUVE).
           MOVE TXN-TYPE TO WS-W-TYPE(WS-AWD-TROUVE).
           MOVE TXN-VALEUR TO WS-W-VALEUR(WS-AWD-TROUVE).
           MOVE TXN-MOYENNE-MIN TO WS-W-MOYENNE-MIN(WS-AWD-TROUVE).
           MOVE "A" TO WS-W-STATUT(WS-AWD-TROUVE).
           MOVE WS-RUN-DATE TO WS-W-DATE-STATUT(WS-AWD-TROUVE).
           MOVE ZERO TO WS-W-MONTANT(WS-AWD-TROUVE).
           MOVE SPACE TO WS-W-SUPPRIME(WS-AWD-TROUVE).
       2280-POSER-BOURSE-FIN.
           EXIT.

       2300-AJOUTER-BOURSE-DEB.
           PERFORM 2270-CONTROLER-BOURSE-DEB
              THRU 2270-CONTROLER-BOURSE-FIN.
           IF WS-MOTIF-REJET = SPACES
               EVALUATE TRUE
                   WHEN WS-AWD-TROUVE > ZERO
                       MOVE "BOURSE DEJA PRESENTE" TO WS-MOTIF-REJET
                   WHEN WS-AWD-CNT >= 9999
                       MOVE "TABLE DES BOURSES PLEINE"
                           TO WS-MOTIF-REJET
               END-EVALUATE
           END-IF.

           IF WS-MOTIF-REJET NOT = SPACES
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               MOVE WS-AT-IMAGE TO WS-AT-BEFORE
               ADD 1 TO WS-AWD-CNT
               MOVE WS-AWD-CNT TO WS-AWD-TROUVE
               PERFORM 2280-POSER-BOURSE-DEB
                  THRU 2280-POSER-BOURSE-FIN
               PERFORM 2700-JOURNALISER-DEB
                  THRU 2700-JOURNALISER-FIN
           END-IF.
       2300-AJOUTER-BOURSE-FIN.
           EXIT.

       2400-MODIFIER-BOURSE-DEB.
           PERFORM 2270-CONTROLER-BOURSE-DEB
              THRU 2270-CONTROLER-BOURSE-FIN.
           IF WS-MOTIF-REJET = SPACES
               EVALUATE TRUE
                   WHEN WS-AWD-TROUVE = ZERO
                       MOVE "BOURSE INCONNUE" TO WS-MOTIF-REJET
                   WHEN WS-W-STATUT(WS-AWD-TROUVE) = "F"
                       MOVE "BOURSE DEJA FACTUREE" TO WS-MOTIF-REJET
               END-EVALUATE
           END-IF.

           IF WS-MOTIF-REJET NOT = SPACES
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               MOVE WS-AT-IMAGE TO WS-AT-BEFORE
               PERFORM 2280-POSER-BOURSE-DEB
                  THRU 2280-POSER-BOURSE-FIN
               PERFORM 2700-JOURNALISER-DEB
                  THRU 2700-JOURNALISER-FIN
           END-IF.
       2400-MODIFIER-BOURSE-FIN.
           EXIT.

       2500-SUPPRIMER-BOURSE-DEB.
           MOVE SPACES TO WS-MOTIF-REJET.
           EVALUATE TRUE
               WHEN WS-AWD-TROUVE = ZERO
                   MOVE "BOURSE INCONNUE" TO WS-MOTIF-REJET
               WHEN WS-W-STATUT(WS-AWD-TROUVE) = "F"
                   MOVE "BOURSE DEJA FACTUREE" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               MOVE WS-AT-IMAGE TO WS-AT-BEFORE
               MOVE "D" TO WS-W-SUPPRIME(WS-AWD-TROUVE)
               MOVE SPACES TO WS-AT-AFTER
               STRING TXN-STUDENT-ID " " TXN-TERME " " TXN-SOURCE
                      " SUPPRIMEE"
                      DELIMITED BY SIZE INTO WS-AT-AFTER
               CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                   WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER
               ADD 1 TO WS-APPLIED-CNT
               ADD 1 TO CT-OUTPUT-RECORD-COUNT
               ADD 1 TO CT-OUTPUT-HASH-TOTAL
           END-IF.
       2500-SUPPRIMER-BOURSE-FIN.
           EXIT.

       2600-REJETER-TRANSACTION-DEB.
           MOVE SPACES TO SUSPENSE-LINE.
           STRING SCHOLARSHIP-AWARD-TRANSACTION " " WS-MOTIF-REJET
                  DELIMITED BY SIZE INTO SUSPENSE-LINE.
           WRITE SUSPENSE-LINE.
           ADD 1 TO WS-REJECTED-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       2600-REJETER-TRANSACTION-FIN.
           EXIT.

       2700-JOURNALISER-DEB.
           PERFORM 2250-IMAGE-BOURSE-DEB
              THRU 2250-IMAGE-BOURSE-FIN.
           MOVE WS-AT-IMAGE TO WS-AT-AFTER.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.
           ADD 1 TO WS-APPLIED-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       2700-JOURNALISER-FIN.
           EXIT.

       3000-SAUVEGARDER-DEB.
           OPEN OUTPUT AWARD-FILE.
           IF WS-AWARD-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE AWARD-FILE: "
                       WS-AWARD-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-W FROM 1 BY 1
                   UNTIL WS-W > WS-AWD-CNT
               IF NOT WS-W-EST-SUPPRIME(WS-W)
                   MOVE SPACES TO SCHOLARSHIP-AWARD-RECORD
                   MOVE WS-W-STUDENT-ID(WS-W) TO AWD-STUDENT-ID
                   MOVE WS-W-TERME(WS-W) TO AWD-TERME
                   MOVE WS-W-SOURCE(WS-W) TO AWD-SOURCE
                   MOVE WS-W-TYPE(WS-W) TO AWD-TYPE
                   MOVE WS-W-VALEUR(WS-W) TO AWD-VALEUR
                   MOVE WS-W-MOYENNE-MIN(WS-W) TO AWD-MOYENNE-MIN
                   MOVE WS-W-STATUT(WS-W) TO AWD-STATUT
                   MOVE WS-W-DATE-STATUT(WS-W) TO AWD-DATE-STATUT
                   MOVE WS-W-MONTANT(WS-W) TO AWD-MONTANT-ACCORDE
                   WRITE SCHOLARSHIP-AWARD-RECORD
               END-IF
           END-PERFORM.
           CLOSE AWARD-FILE.
       3000-SAUVEGARDER-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE TRANSACTION-FILE.
           CLOSE SUSPENSE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "MAINTENANCE DES BOURSES TERMINEE.".
           DISPLAY "TRANSACTIONS TRAITEES : " WS-TOTAL-CNT.
           DISPLAY "APPLIQUEES            : " WS-APPLIED-CNT.
           DISPLAY "REJETEES              : " WS-REJECTED-CNT.
           DISPLAY "------------------------------------------------".

           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.
       9000-TERMINAISON-FIN.
           EXIT.
