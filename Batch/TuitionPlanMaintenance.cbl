       IDENTIFICATION DIVISION.
       PROGRAM-ID. TuitionPlanMaintenance.
       AUTHOR. Mathieu.

      * Maintenance of the tuition payment plans - families paying
      * the term in instalments instead of the whole invoice at
      * once. A puts an open invoice (student and term) on a plan
      * of 2 to 12 monthly instalments from a first due date (a
      * valid date no earlier than the invoice, on or before the
      * 28th so every month has it): the open balance is shared
      * out evenly, the odd cents on the last instalment. D takes
      * an invoice off its plan, which is refused once money or a
      * late fee has been put on an instalment. An invoice carries
      * one plan at most. Rejects go to suspense with their reason,
      * every change rides AuditTrailWriter and the run balances
      * with ControlTotals.cpy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTALMENT-FILE ASSIGN DYNAMIC WS-INSTALMENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INSTALMENT-STATUS.

           SELECT INVOICE-FILE ASSIGN DYNAMIC WS-INVOICE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN DYNAMIC WS-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTALMENT-FILE.
           COPY "TuitionInstalment.cpy".

       FD  INVOICE-FILE.
       01  TUITION-INVOICE-RECORD.
           05 INV-STUDENT-ID        PIC X(6).
           05 INV-TERME             PIC X(6).
           05 INV-MONTANT           PIC 9(5)V99.
           05 INV-REGLE             PIC 9(5)V99.
           05 INV-DATE              PIC 9(8).
           05 INV-STATUT            PIC X(1).

       FD  TRANSACTION-FILE.
       01  TUITION-PLAN-TRANSACTION.
           05 TXN-ACTION            PIC X(1).
               88 TXN-AJOUT         VALUE "A".
               88 TXN-SUPPRESSION   VALUE "D".
           05 TXN-STUDENT-ID        PIC X(6).
           05 TXN-TERME             PIC X(6).
           05 TXN-NB-ECHEANCES-X    PIC X(2).
           05 TXN-NB-ECHEANCES REDEFINES TXN-NB-ECHEANCES-X
                                    PIC 9(2).
           05 TXN-PREMIERE-X        PIC X(8).
           05 TXN-PREMIERE REDEFINES TXN-PREMIERE-X
                                    PIC 9(8).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "TuitionPlanMaint".

       01  WS-INSTALMENT-PATH       PIC X(40)
                                 VALUE "Data/TUITION-INSTALMENT.txt".
       01  WS-INVOICE-PATH          PIC X(40)
                                 VALUE "Data/TUITION-INVOICE-FILE.txt".
       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/TUITION-PLAN-TXN.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/TUITION-PLAN-ERR.txt".
       01  WS-INSTALMENT-STATUS     PIC XX.
       01  WS-INVOICE-STATUS        PIC XX.
       01  WS-TXN-STATUS            PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-RUN-DATE              PIC 9(8).

       01  WS-INS-CNT               PIC 9(5) VALUE ZERO.
       01  WS-N                     PIC 9(5).

       01  WS-INS-TABLE.
           05 WS-INS-ENTRY OCCURS 20000 TIMES
                   DEPENDING ON WS-INS-CNT
                   INDEXED BY NX.
               10 WS-N-STUDENT-ID   PIC X(6).
               10 WS-N-TERME        PIC X(6).
               10 WS-N-NUMERO       PIC 9(2).
               10 WS-N-ECHEANCE     PIC 9(8).
               10 WS-N-MONTANT      PIC 9(5)V99.
               10 WS-N-REGLE        PIC 9(5)V99.
               10 WS-N-FRAIS        PIC 9(5)V99.
               10 WS-N-DATE-FRAIS   PIC 9(8).
               10 WS-N-STATUT       PIC X(1).
               10 WS-N-SUPPRIME     PIC X(1).
                   88 WS-N-EST-SUPPRIME VALUE "D".

       01  WS-INV-CNT               PIC 9(4) VALUE ZERO.
       01  WS-I                     PIC 9(4).
       01  WS-INV-TROUVE            PIC 9(4).

       01  WS-INV-TABLE.
           05 WS-INV-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-INV-CNT
                   INDEXED BY IX.
               10 WS-I-STUDENT      PIC X(6).
               10 WS-I-TERME        PIC X(6).
               10 WS-I-MONTANT      PIC 9(5)V99.
               10 WS-I-REGLE        PIC 9(5)V99.
               10 WS-I-DATE         PIC 9(8).
               10 WS-I-STATUT       PIC X(1).

       01  WS-PLAN-CNT              PIC 9(2).
       01  WS-PLAN-ENTAME           PIC X.
           88 PLAN-ENTAME           VALUE "Y".

       01  WS-DATE-VALIDE           PIC X.
           88 DATE-VALIDE           VALUE "Y".
       01  WS-ECHEANCE              PIC 9(8).
       01  WS-ECHEANCE-GROUPE REDEFINES WS-ECHEANCE.
           05 WS-ECH-AAAA           PIC 9(4).
           05 WS-ECH-MM             PIC 9(2).
           05 WS-ECH-JJ             PIC 9(2).
       01  WS-K                     PIC 9(2).
       01  WS-SOLDE                 PIC 9(5)V99.
       01  WS-PART                  PIC 9(5)V99.
       01  WS-REPARTI               PIC 9(5)V99.

       01  WS-MOTIF-REJET           PIC X(30).

       01  WS-TOTAL-CNT             PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-CNT           PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-CNT          PIC 9(5) VALUE ZERO.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "TuitionPlanMaint".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).
       01  WS-AT-IMAGE              PIC X(60).
       01  WS-AT-MONTANT-EDITE      PIC ZZZZ9.99.

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

           PERFORM 1100-CHARGER-ECHEANCES-DEB
              THRU 1100-CHARGER-ECHEANCES-FIN.
           PERFORM 1200-CHARGER-FACTURES-DEB
              THRU 1200-CHARGER-FACTURES-FIN.

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

      * An absent file is the first run: no plan set up yet.
       1100-CHARGER-ECHEANCES-DEB.
           OPEN INPUT INSTALMENT-FILE.
           IF WS-INSTALMENT-STATUS = "35"
               MOVE ZERO TO WS-INS-CNT
           ELSE
               IF WS-INSTALMENT-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE INSTALMENT-FILE: "
                           WS-INSTALMENT-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-INSTALMENT-STATUS = "10"
                   READ INSTALMENT-FILE
                       AT END
                           MOVE "10" TO WS-INSTALMENT-STATUS
                       NOT AT END
                           IF WS-INS-CNT >= 20000
                               DISPLAY "TABLE DES ECHEANCES PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-INS-CNT
                           SET NX TO WS-INS-CNT
                           MOVE INS-STUDENT-ID TO WS-N-STUDENT-ID(NX)
                           MOVE INS-TERME TO WS-N-TERME(NX)
                           MOVE INS-NUMERO TO WS-N-NUMERO(NX)
                           MOVE INS-ECHEANCE TO WS-N-ECHEANCE(NX)
                           MOVE INS-MONTANT TO WS-N-MONTANT(NX)
                           MOVE INS-REGLE TO WS-N-REGLE(NX)
                           MOVE INS-FRAIS-RETARD TO WS-N-FRAIS(NX)
                           MOVE INS-DATE-FRAIS
                               TO WS-N-DATE-FRAIS(NX)
                           MOVE INS-STATUT TO WS-N-STATUT(NX)
                           MOVE SPACE TO WS-N-SUPPRIME(NX)
                   END-READ
               END-PERFORM
               CLOSE INSTALMENT-FILE
           END-IF.
       1100-CHARGER-ECHEANCES-FIN.
           EXIT.

      * Only read: the invoices a plan can be set against.
       1200-CHARGER-FACTURES-DEB.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS = "35"
               MOVE ZERO TO WS-INV-CNT
           ELSE
               IF WS-INVOICE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE INVOICE-FILE: "
                           WS-INVOICE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-INVOICE-STATUS = "10"
                   READ INVOICE-FILE
                       AT END
                           MOVE "10" TO WS-INVOICE-STATUS
                       NOT AT END
                           IF WS-INV-CNT < 9999
                               ADD 1 TO WS-INV-CNT
                               SET IX TO WS-INV-CNT
                               MOVE INV-STUDENT-ID
                                   TO WS-I-STUDENT(IX)
                               MOVE INV-TERME TO WS-I-TERME(IX)
                               MOVE INV-MONTANT
                                   TO WS-I-MONTANT(IX)
                               MOVE INV-REGLE TO WS-I-REGLE(IX)
                               MOVE INV-DATE TO WS-I-DATE(IX)
                               MOVE INV-STATUT TO WS-I-STATUT(IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.
       1200-CHARGER-FACTURES-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-TOTAL-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           ADD 1 TO CT-INPUT-HASH-TOTAL.

           PERFORM 2200-CHERCHER-PLAN-DEB
              THRU 2200-CHERCHER-PLAN-FIN.

           EVALUATE TRUE
               WHEN TXN-AJOUT
                   PERFORM 2300-AJOUTER-PLAN-DEB
                      THRU 2300-AJOUTER-PLAN-FIN
               WHEN TXN-SUPPRESSION
                   PERFORM 2500-SUPPRIMER-PLAN-DEB
                      THRU 2500-SUPPRIMER-PLAN-FIN
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

      * The invoice under the transaction's key, the plan already
      * on it - how many instalments, whether any is under way -
      * and its image for the audit trail.
       2200-CHERCHER-PLAN-DEB.
           MOVE ZERO TO WS-INV-TROUVE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-INV-CNT OR WS-INV-TROUVE > ZERO
               IF WS-I-STUDENT(WS-I) = TXN-STUDENT-ID
                       AND WS-I-TERME(WS-I) = TXN-TERME
                   MOVE WS-I TO WS-INV-TROUVE
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-PLAN-CNT.
           MOVE "N" TO WS-PLAN-ENTAME.
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-INS-CNT
               IF WS-N-STUDENT-ID(WS-N) = TXN-STUDENT-ID
                       AND WS-N-TERME(WS-N) = TXN-TERME
                       AND NOT WS-N-EST-SUPPRIME(WS-N)
                   ADD 1 TO WS-PLAN-CNT
                   IF WS-N-REGLE(WS-N) > ZERO
                           OR WS-N-FRAIS(WS-N) > ZERO
                       MOVE "Y" TO WS-PLAN-ENTAME
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-AT-IMAGE.
           IF WS-PLAN-CNT = ZERO
               STRING TXN-STUDENT-ID " " TXN-TERME " SANS ECHEANCIER"
                      DELIMITED BY SIZE INTO WS-AT-IMAGE
           ELSE
               PERFORM 2250-IMAGE-PLAN-DEB
                  THRU 2250-IMAGE-PLAN-FIN
           END-IF.
       2200-CHERCHER-PLAN-FIN.
           EXIT.

       2250-IMAGE-PLAN-DEB.
           MOVE ZERO TO WS-REPARTI.
           MOVE ZERO TO WS-ECHEANCE.
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-INS-CNT
               IF WS-N-STUDENT-ID(WS-N) = TXN-STUDENT-ID
                       AND WS-N-TERME(WS-N) = TXN-TERME
                       AND NOT WS-N-EST-SUPPRIME(WS-N)
                   ADD WS-N-MONTANT(WS-N) TO WS-REPARTI
                   IF WS-N-NUMERO(WS-N) = 1
                       MOVE WS-N-ECHEANCE(WS-N) TO WS-ECHEANCE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-REPARTI TO WS-AT-MONTANT-EDITE.
           MOVE SPACES TO WS-AT-IMAGE.
           STRING TXN-STUDENT-ID " " TXN-TERME " " WS-PLAN-CNT
                  " ECHEANCES DES " WS-ECHEANCE
                  " MONTANT " WS-AT-MONTANT-EDITE
                  DELIMITED BY SIZE INTO WS-AT-IMAGE.
       2250-IMAGE-PLAN-FIN.
           EXIT.

       2300-AJOUTER-PLAN-DEB.
           MOVE "N" TO WS-DATE-VALIDE.
           IF TXN-PREMIERE-X IS NUMERIC
               CALL "DateValidator" USING TXN-PREMIERE WS-DATE-VALIDE
           END-IF.

           MOVE SPACES TO WS-MOTIF-REJET.
           EVALUATE TRUE
               WHEN WS-INV-TROUVE = ZERO
                   MOVE "FACTURE INCONNUE" TO WS-MOTIF-REJET
               WHEN WS-I-STATUT(WS-INV-TROUVE) NOT = "O"
                   MOVE "FACTURE NON OUVERTE" TO WS-MOTIF-REJET
               WHEN WS-PLAN-CNT > ZERO
                   MOVE "ECHEANCIER DEJA PRESENT" TO WS-MOTIF-REJET
               WHEN TXN-NB-ECHEANCES-X NOT NUMERIC
                   MOVE "NOMBRE D'ECHEANCES INVALIDE"
                       TO WS-MOTIF-REJET
               WHEN TXN-NB-ECHEANCES < 2 OR TXN-NB-ECHEANCES > 12
                   MOVE "NOMBRE D'ECHEANCES INVALIDE"
                       TO WS-MOTIF-REJET
               WHEN NOT DATE-VALIDE
                   MOVE "PREMIERE ECHEANCE INVALIDE" TO WS-MOTIF-REJET
               WHEN TXN-PREMIERE(7:2) > "28"
                   MOVE "JOUR D'ECHEANCE APRES LE 28"
                       TO WS-MOTIF-REJET
               WHEN TXN-PREMIERE < WS-I-DATE(WS-INV-TROUVE)
                   MOVE "ECHEANCE AVANT LA FACTURE" TO WS-MOTIF-REJET
               WHEN WS-INS-CNT + TXN-NB-ECHEANCES > 20000
                   MOVE "TABLE DES ECHEANCES PLEINE"
                       TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               MOVE WS-AT-IMAGE TO WS-AT-BEFORE
               COMPUTE WS-SOLDE = WS-I-MONTANT(WS-INV-TROUVE)
                       - WS-I-REGLE(WS-INV-TROUVE)
               COMPUTE WS-PART = WS-SOLDE / TXN-NB-ECHEANCES
               MOVE ZERO TO WS-REPARTI
               MOVE TXN-PREMIERE TO WS-ECHEANCE
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > TXN-NB-ECHEANCES
                   PERFORM 2350-POSER-ECHEANCE-DEB
                      THRU 2350-POSER-ECHEANCE-FIN
               END-PERFORM
               MOVE TXN-NB-ECHEANCES TO WS-PLAN-CNT
               PERFORM 2250-IMAGE-PLAN-DEB
                  THRU 2250-IMAGE-PLAN-FIN
               MOVE WS-AT-IMAGE TO WS-AT-AFTER
               PERFORM 2700-JOURNALISER-DEB
                  THRU 2700-JOURNALISER-FIN
           END-IF.
       2300-AJOUTER-PLAN-FIN.
           EXIT.

      * Instalment WS-K falls due WS-K - 1 months after the first;
      * the last one takes what the even shares leave over.
       2350-POSER-ECHEANCE-DEB.
           ADD 1 TO WS-INS-CNT.
           SET NX TO WS-INS-CNT.
           MOVE TXN-STUDENT-ID TO WS-N-STUDENT-ID(NX).
           MOVE TXN-TERME TO WS-N-TERME(NX).
           MOVE WS-K TO WS-N-NUMERO(NX).
           MOVE WS-ECHEANCE TO WS-N-ECHEANCE(NX).
           IF WS-K = TXN-NB-ECHEANCES
               COMPUTE WS-N-MONTANT(NX) = WS-SOLDE - WS-REPARTI
           ELSE
               MOVE WS-PART TO WS-N-MONTANT(NX)
           END-IF.
           ADD WS-N-MONTANT(NX) TO WS-REPARTI.
           MOVE ZERO TO WS-N-REGLE(NX).
           MOVE ZERO TO WS-N-FRAIS(NX).
           MOVE ZERO TO WS-N-DATE-FRAIS(NX).
           MOVE "O" TO WS-N-STATUT(NX).
           MOVE SPACE TO WS-N-SUPPRIME(NX).

           ADD 1 TO WS-ECH-MM.
           IF WS-ECH-MM > 12
               MOVE 1 TO WS-ECH-MM
               ADD 1 TO WS-ECH-AAAA
           END-IF.
       2350-POSER-ECHEANCE-FIN.
           EXIT.

       2500-SUPPRIMER-PLAN-DEB.
           MOVE SPACES TO WS-MOTIF-REJET.
           EVALUATE TRUE
               WHEN WS-PLAN-CNT = ZERO
                   MOVE "ECHEANCIER INCONNU" TO WS-MOTIF-REJET
               WHEN PLAN-ENTAME
                   MOVE "ECHEANCIER DEJA ENTAME" TO WS-MOTIF-REJET
           END-EVALUATE.

           IF WS-MOTIF-REJET NOT = SPACES
               PERFORM 2600-REJETER-TRANSACTION-DEB
                  THRU 2600-REJETER-TRANSACTION-FIN
           ELSE
               MOVE WS-AT-IMAGE TO WS-AT-BEFORE
               PERFORM VARYING WS-N FROM 1 BY 1
                       UNTIL WS-N > WS-INS-CNT
                   IF WS-N-STUDENT-ID(WS-N) = TXN-STUDENT-ID
                           AND WS-N-TERME(WS-N) = TXN-TERME
                       MOVE "D" TO WS-N-SUPPRIME(WS-N)
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-AT-IMAGE
               STRING TXN-STUDENT-ID " " TXN-TERME
                      " ECHEANCIER SUPPRIME"
                      DELIMITED BY SIZE INTO WS-AT-IMAGE
               MOVE WS-AT-IMAGE TO WS-AT-AFTER
               PERFORM 2700-JOURNALISER-DEB
                  THRU 2700-JOURNALISER-FIN
           END-IF.
       2500-SUPPRIMER-PLAN-FIN.
           EXIT.

       2600-REJETER-TRANSACTION-DEB.
           MOVE SPACES TO SUSPENSE-LINE.
           STRING TUITION-PLAN-TRANSACTION " " WS-MOTIF-REJET
                  DELIMITED BY SIZE INTO SUSPENSE-LINE.
           WRITE SUSPENSE-LINE.
           ADD 1 TO WS-REJECTED-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       2600-REJETER-TRANSACTION-FIN.
           EXIT.

       2700-JOURNALISER-DEB.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.
           ADD 1 TO WS-APPLIED-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       2700-JOURNALISER-FIN.
           EXIT.

       3000-SAUVEGARDER-DEB.
           OPEN OUTPUT INSTALMENT-FILE.
           IF WS-INSTALMENT-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE INSTALMENT-FILE: "
                       WS-INSTALMENT-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-INS-CNT
               IF NOT WS-N-EST-SUPPRIME(WS-N)
                   MOVE SPACES TO TUITION-INSTALMENT-RECORD
                   MOVE WS-N-STUDENT-ID(WS-N) TO INS-STUDENT-ID
                   MOVE WS-N-TERME(WS-N) TO INS-TERME
                   MOVE WS-N-NUMERO(WS-N) TO INS-NUMERO
                   MOVE WS-N-ECHEANCE(WS-N) TO INS-ECHEANCE
                   MOVE WS-N-MONTANT(WS-N) TO INS-MONTANT
                   MOVE WS-N-REGLE(WS-N) TO INS-REGLE
                   MOVE WS-N-FRAIS(WS-N) TO INS-FRAIS-RETARD
                   MOVE WS-N-DATE-FRAIS(WS-N) TO INS-DATE-FRAIS
                   MOVE WS-N-STATUT(WS-N) TO INS-STATUT
                   WRITE TUITION-INSTALMENT-RECORD
               END-IF
           END-PERFORM.
           CLOSE INSTALMENT-FILE.
       3000-SAUVEGARDER-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE TRANSACTION-FILE.
           CLOSE SUSPENSE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "MAINTENANCE DES ECHEANCIERS TERMINEE.".
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
