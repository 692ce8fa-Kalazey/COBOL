       IDENTIFICATION DIVISION.
       PROGRAM-ID. TuitionLateFeeBatch.
       AUTHOR. Mathieu.

      * Late fees on tuition instalments, run periodically. The
      * parameter card (Data/TUITION-LATEFEE-PARM.txt) gives the
      * grace period in days and the fee. Every open instalment of
      * a payment plan whose due date plus the grace period is
      * behind the run date is charged the fee - once: an
      * instalment already carrying a fee is left alone, so running
      * the job again the same week changes nothing. The fee is
      * added to the instalment, which is then owed until paid with
      * it, and to its invoice, and is appended to the subledger
      * register as SCOLPEN for GlJournalPostBatch to book against
      * the tuition receivable. Each fee prints on the late-fee
      * listing; the run balances instalments read against
      * instalments written with ControlTotals.cpy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT INSTALMENT-FILE ASSIGN DYNAMIC WS-INSTALMENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INSTALMENT-STATUS.

           SELECT INVOICE-FILE ASSIGN DYNAMIC WS-INVOICE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  LATE-FEE-PARM-RECORD.
           05 PRM-DELAI-GRACE       PIC 9(3).
           05 PRM-FRAIS             PIC 9(5)V99.

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

       FD  REGISTER-FILE.
           COPY "SubledgerRegister.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".
           COPY "ReportHeader.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "TuitionLateFeeBatch".

       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/TUITION-LATEFEE-PARM.txt".
       01  WS-INSTALMENT-PATH       PIC X(40)
                                 VALUE "Data/TUITION-INSTALMENT.txt".
       01  WS-INVOICE-PATH          PIC X(40)
                                 VALUE "Data/TUITION-INVOICE-FILE.txt".
       01  WS-REGISTER-PATH         PIC X(40)
                             VALUE "Data/SUBLEDGER-GL-REGISTER.txt".
       01  WS-REPORT-PATH           PIC X(40)
                             VALUE "Data/TUITION-LATEFEE-REPORT.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-INSTALMENT-STATUS     PIC XX.
       01  WS-INVOICE-STATUS        PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-DELAI-GRACE           PIC 9(3).
       01  WS-FRAIS                 PIC 9(5)V99.

       01  WS-INS-CNT               PIC 9(5) VALUE ZERO.
       01  WS-N                     PIC 9(5).

       01  WS-INS-TABLE.
           05 WS-INS-ENTRY OCCURS 20000 TIMES
                   DEPENDING ON WS-INS-CNT
                   INDEXED BY NX.
               10 WS-N-RECORD       PIC X(52).

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

       01  WS-ENTIER-RUN            PIC 9(8).
       01  WS-ENTIER-ECHEANCE       PIC 9(8).
       01  WS-RETARD-JOURS          PIC S9(5).

       01  WS-LUES-CNT              PIC 9(5) VALUE ZERO.
       01  WS-FRAIS-CNT             PIC 9(5) VALUE ZERO.
       01  WS-SANS-FACTURE-CNT      PIC 9(5) VALUE ZERO.
       01  WS-FRAIS-TOTAL           PIC 9(9)V99 VALUE ZERO.

       01  WS-RETARD-EDITE          PIC ZZZZ9.
       01  WS-DU-EDITE              PIC ZZZZ9.99.
       01  WS-FRAIS-EDITE           PIC ZZZZ9.99.
       01  WS-TOTAL-EDITE           PIC Z(8)9.99.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME
                                    PIC X(8).
       01  WS-RUN-ID                PIC X(14).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-EXAMINER-ECHEANCE-DEB
              THRU 2000-EXAMINER-ECHEANCE-FIN
              VARYING WS-N FROM 1 BY 1
              UNTIL WS-N > WS-INS-CNT.

           PERFORM 3000-SAUVEGARDER-DEB
              THRU 3000-SAUVEGARDER-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-RUN-ID.
           STRING WS-RUN-DATE WS-RUN-TIME-X(1:6)
                  DELIMITED BY SIZE INTO WS-RUN-ID.
           COMPUTE WS-ENTIER-RUN =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE PARM-FILE: " WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY "PARAMETRES DE RETARD ABSENTS - RUN "
                           "ABANDONNE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF PRM-DELAI-GRACE NOT NUMERIC OR PRM-FRAIS NOT NUMERIC
               DISPLAY "PARAMETRES DE RETARD INVALIDES - RUN "
                       "ABANDONNE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PRM-DELAI-GRACE TO WS-DELAI-GRACE.
           MOVE PRM-FRAIS TO WS-FRAIS.
           CLOSE PARM-FILE.

           MOVE "TuitionLateFeeBatch" TO RH-PROGRAM-ID.
           MOVE "FRAIS DE RETARD" TO RH-REPORT-TITLE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM 1100-CHARGER-ECHEANCES-DEB
              THRU 1100-CHARGER-ECHEANCES-FIN.
           PERFORM 1200-CHARGER-FACTURES-DEB
              THRU 1200-CHARGER-FACTURES-FIN.

           OPEN EXTEND REGISTER-FILE.
           IF WS-REGISTER-STATUS = "05" OR WS-REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REGISTER-FILE: "
                       WS-REGISTER-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

      * No instalment file means no plan, hence nothing to charge.
       1100-CHARGER-ECHEANCES-DEB.
           OPEN INPUT INSTALMENT-FILE.
           IF WS-INSTALMENT-STATUS = "35"
               DISPLAY "AUCUN ECHEANCIER SUR FICHIER"
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
                           MOVE TUITION-INSTALMENT-RECORD
                               TO WS-N-RECORD(NX)
                   END-READ
               END-PERFORM
               CLOSE INSTALMENT-FILE
           END-IF.
       1100-CHARGER-ECHEANCES-FIN.
           EXIT.

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
                           IF WS-INV-CNT >= 9999
                               DISPLAY "TABLE DES FACTURES PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-INV-CNT
                           SET IX TO WS-INV-CNT
                           MOVE INV-STUDENT-ID TO WS-I-STUDENT(IX)
                           MOVE INV-TERME TO WS-I-TERME(IX)
                           MOVE INV-MONTANT TO WS-I-MONTANT(IX)
                           MOVE INV-REGLE TO WS-I-REGLE(IX)
                           MOVE INV-DATE TO WS-I-DATE(IX)
                           MOVE INV-STATUT TO WS-I-STATUT(IX)
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.
       1200-CHARGER-FACTURES-FIN.
           EXIT.

      * An open instalment without a fee yet, past due by more than
      * the grace period, is charged - provided its invoice is on
      * file and open, otherwise it is only flagged.
       2000-EXAMINER-ECHEANCE-DEB.
           ADD 1 TO WS-LUES-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           ADD 1 TO CT-INPUT-HASH-TOTAL.
           MOVE WS-N-RECORD(WS-N) TO TUITION-INSTALMENT-RECORD.

           IF INS-OUVERTE AND INS-FRAIS-RETARD = ZERO
               COMPUTE WS-ENTIER-ECHEANCE =
                       FUNCTION INTEGER-OF-DATE(INS-ECHEANCE)
               COMPUTE WS-RETARD-JOURS =
                       WS-ENTIER-RUN - WS-ENTIER-ECHEANCE
               IF WS-RETARD-JOURS > WS-DELAI-GRACE
                   PERFORM 2100-CHERCHER-FACTURE-DEB
                      THRU 2100-CHERCHER-FACTURE-FIN
                   IF WS-INV-TROUVE = ZERO
                       ADD 1 TO WS-SANS-FACTURE-CNT
                       DISPLAY "ECHEANCE SANS FACTURE OUVERTE: "
                               INS-STUDENT-ID " " INS-TERME " "
                               INS-NUMERO
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   ELSE
                       PERFORM 2200-APPLIQUER-FRAIS-DEB
                          THRU 2200-APPLIQUER-FRAIS-FIN
                   END-IF
               END-IF
           END-IF.
       2000-EXAMINER-ECHEANCE-FIN.
           EXIT.

       2100-CHERCHER-FACTURE-DEB.
           MOVE ZERO TO WS-INV-TROUVE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-INV-CNT OR WS-INV-TROUVE > ZERO
               IF WS-I-STUDENT(WS-I) = INS-STUDENT-ID
                       AND WS-I-TERME(WS-I) = INS-TERME
                       AND WS-I-STATUT(WS-I) = "O"
                   MOVE WS-I TO WS-INV-TROUVE
               END-IF
           END-PERFORM.
       2100-CHERCHER-FACTURE-FIN.
           EXIT.

       2200-APPLIQUER-FRAIS-DEB.
           COMPUTE WS-DU-EDITE = INS-MONTANT - INS-REGLE.
           MOVE WS-FRAIS TO INS-FRAIS-RETARD.
           MOVE WS-RUN-DATE TO INS-DATE-FRAIS.
           MOVE TUITION-INSTALMENT-RECORD TO WS-N-RECORD(WS-N).
           ADD WS-FRAIS TO WS-I-MONTANT(WS-INV-TROUVE).

           MOVE SPACES TO SUBLEDGER-REGISTER-RECORD.
           MOVE WS-RUN-ID TO SLR-RUN-ID.
           MOVE "SCOLPEN" TO SLR-SOURCE.
           MOVE WS-RUN-DATE TO SLR-DATE.
           MOVE WS-FRAIS TO SLR-MONTANT.
           STRING INS-STUDENT-ID " " INS-TERME " E" INS-NUMERO
                  DELIMITED BY SIZE INTO SLR-REFERENCE.
           WRITE SUBLEDGER-REGISTER-RECORD.

           MOVE WS-RETARD-JOURS TO WS-RETARD-EDITE.
           MOVE WS-FRAIS TO WS-FRAIS-EDITE.
           PERFORM 2300-IMPRIMER-ENTETE-DEB
              THRU 2300-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING INS-STUDENT-ID " " INS-TERME " ECHEANCE " INS-NUMERO
                  " DU " INS-ECHEANCE " RETARD" WS-RETARD-EDITE
                  " J  RESTE DU " WS-DU-EDITE
                  "  FRAIS " WS-FRAIS-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

           ADD 1 TO WS-FRAIS-CNT.
           ADD WS-FRAIS TO WS-FRAIS-TOTAL.
       2200-APPLIQUER-FRAIS-FIN.
           EXIT.

       2300-IMPRIMER-ENTETE-DEB.
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
       2300-IMPRIMER-ENTETE-FIN.
           EXIT.

      * Both files are rewritten whole, fees or not.
       3000-SAUVEGARDER-DEB.
           IF WS-INS-CNT > ZERO
               OPEN OUTPUT INSTALMENT-FILE
               IF WS-INSTALMENT-STATUS NOT = "00"
                   DISPLAY "ERREUR REECRITURE INSTALMENT-FILE: "
                           WS-INSTALMENT-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-N FROM 1 BY 1
                       UNTIL WS-N > WS-INS-CNT
                   MOVE WS-N-RECORD(WS-N) TO TUITION-INSTALMENT-RECORD
                   WRITE TUITION-INSTALMENT-RECORD
                   ADD 1 TO CT-OUTPUT-RECORD-COUNT
                   ADD 1 TO CT-OUTPUT-HASH-TOTAL
               END-PERFORM
               CLOSE INSTALMENT-FILE
           END-IF.

           IF WS-FRAIS-CNT > ZERO
               OPEN OUTPUT INVOICE-FILE
               IF WS-INVOICE-STATUS NOT = "00"
                   DISPLAY "ERREUR REECRITURE INVOICE-FILE: "
                           WS-INVOICE-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-INV-CNT
                   MOVE SPACES TO TUITION-INVOICE-RECORD
                   MOVE WS-I-STUDENT(WS-I) TO INV-STUDENT-ID
                   MOVE WS-I-TERME(WS-I) TO INV-TERME
                   MOVE WS-I-MONTANT(WS-I) TO INV-MONTANT
                   MOVE WS-I-REGLE(WS-I) TO INV-REGLE
                   MOVE WS-I-DATE(WS-I) TO INV-DATE
                   MOVE WS-I-STATUT(WS-I) TO INV-STATUT
                   WRITE TUITION-INVOICE-RECORD
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.
       3000-SAUVEGARDER-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           MOVE WS-FRAIS-TOTAL TO WS-TOTAL-EDITE.
           PERFORM 2300-IMPRIMER-ENTETE-DEB
              THRU 2300-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "FRAIS DE RETARD FACTURES: " WS-FRAIS-CNT
                  "  MONTANT: " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE REPORT-FILE.
           CLOSE REGISTER-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "FRAIS DE RETARD DE SCOLARITE TERMINES.".
           DISPLAY "ECHEANCES LUES        : " WS-LUES-CNT.
           DISPLAY "FRAIS FACTURES        : " WS-FRAIS-CNT.
           DISPLAY "SANS FACTURE OUVERTE  : " WS-SANS-FACTURE-CNT.
           DISPLAY "MONTANT DES FRAIS     : " WS-TOTAL-EDITE.
           DISPLAY "------------------------------------------------".

           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.
       9000-TERMINAISON-FIN.
           EXIT.
