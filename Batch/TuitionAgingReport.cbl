      * One line per student with an unpaid balance, bucketed by
      * the age of each open invoice, and the four bucket totals at
      * the bottom tie to the sum of open balances on the file.
      * An invoice on a payment plan is aged instalment by
      * instalment instead: each open instalment's balance by the
      * days past its own due date, one not yet due being current,
      * so a family paying on schedule no longer shows overdue.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT INSTALMENT-FILE ASSIGN DYNAMIC WS-INSTALMENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INSTALMENT-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           05 STU-NAME              PIC X(20).
           05 STU-RESTE             PIC X(60).

       FD  INSTALMENT-FILE.
           COPY "TuitionInstalment.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(90).

                                 VALUE "Data/TUITION-AGING-REPORT.txt".
       01  WS-INVOICE-STATUS        PIC XX.
       01  WS-STUDENT-STATUS        PIC XX.
       01  WS-INSTALMENT-PATH       PIC X(40)
                                 VALUE "Data/TUITION-INSTALMENT.txt".
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-INSTALMENT-STATUS     PIC XX.

       01  WS-INS-CNT               PIC 9(5) VALUE ZERO.
       01  WS-N                     PIC 9(5).
       01  WS-PLAN-TROUVE           PIC X.
           88 PLAN-TROUVE           VALUE "Y".

       01  WS-INS-TABLE.
           05 WS-INS-ENTRY OCCURS 20000 TIMES
                   DEPENDING ON WS-INS-CNT
                   INDEXED BY NX.
               10 WS-N-STUDENT      PIC X(6).
               10 WS-N-TERME        PIC X(6).
               10 WS-N-ECHEANCE     PIC 9(8).
               10 WS-N-OUVERT       PIC 9(5)V99.
               10 WS-N-STATUT       PIC X(1).

       01  WS-ELEVE-CNT             PIC 9(4) VALUE ZERO.
       01  WS-E                     PIC 9(4).
       01  WS-ENTIER-RUN            PIC 9(8).
       01  WS-ENTIER-INV            PIC 9(8).
       01  WS-AGE-JOURS             PIC S9(5).
       01  WS-DATE-AGE              PIC 9(8).

       01  WS-M1-EDITE              PIC Z(5)9.99.
       01  WS-M2-EDITE              PIC Z(5)9.99.

           PERFORM 1100-CHARGER-ELEVES-DEB
              THRU 1100-CHARGER-ELEVES-FIN.
           PERFORM 1200-CHARGER-ECHEANCES-DEB
              THRU 1200-CHARGER-ECHEANCES-FIN.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
       1100-CHARGER-ELEVES-FIN.
           EXIT.

      * No instalment file means every invoice is aged whole.
       1200-CHARGER-ECHEANCES-DEB.
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
                           MOVE INS-STUDENT-ID TO WS-N-STUDENT(NX)
                           MOVE INS-TERME TO WS-N-TERME(NX)
                           MOVE INS-ECHEANCE TO WS-N-ECHEANCE(NX)
                           COMPUTE WS-N-OUVERT(NX) = INS-MONTANT
                                   + INS-FRAIS-RETARD - INS-REGLE
                           MOVE INS-STATUT TO WS-N-STATUT(NX)
                   END-READ
               END-PERFORM
               CLOSE INSTALMENT-FILE
           END-IF.
       1200-CHARGER-ECHEANCES-FIN.
           EXIT.

       2000-VENTILER-FACTURES-DEB.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS = "35"
           IF WS-OUVERT = ZERO
               CONTINUE
           ELSE
               MOVE ZERO TO WS-ELEVE-TROUVE
               PERFORM VARYING WS-E FROM 1 BY 1
                       UNTIL WS-E > WS-ELEVE-CNT
               IF WS-ELEVE-TROUVE = ZERO
                   CONTINUE
               ELSE
                   MOVE "N" TO WS-PLAN-TROUVE
                   PERFORM VARYING WS-N FROM 1 BY 1
                           UNTIL WS-N > WS-INS-CNT
                       IF WS-N-STUDENT(WS-N) = INV-STUDENT-ID
                               AND WS-N-TERME(WS-N) = INV-TERME
                           MOVE "Y" TO WS-PLAN-TROUVE
                           IF WS-N-STATUT(WS-N) = "O"
                               MOVE WS-N-OUVERT(WS-N) TO WS-OUVERT
                               MOVE WS-N-ECHEANCE(WS-N)
                                   TO WS-DATE-AGE
                               PERFORM 2300-VENTILER-MONTANT-DEB
                                  THRU 2300-VENTILER-MONTANT-FIN
                           END-IF
                       END-IF
                   END-PERFORM
                   IF NOT PLAN-TROUVE
                       MOVE INV-DATE TO WS-DATE-AGE
                       PERFORM 2300-VENTILER-MONTANT-DEB
                          THRU 2300-VENTILER-MONTANT-FIN
                   END-IF
               END-IF
           END-IF.
       2200-VENTILER-UNE-FACTURE-FIN.
           EXIT.

      * WS-OUVERT into its bucket by the days since WS-DATE-AGE -
      * the invoice date, or the instalment's due date.
       2300-VENTILER-MONTANT-DEB.
           COMPUTE WS-ENTIER-INV =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-AGE).
           COMPUTE WS-AGE-JOURS =
                   WS-ENTIER-RUN - WS-ENTIER-INV.
           EVALUATE TRUE
               WHEN WS-AGE-JOURS < 30
                   ADD WS-OUVERT
                       TO WS-E-COURANT(WS-ELEVE-TROUVE)
                   ADD WS-OUVERT TO WS-TOTAL-COURANT
               WHEN WS-AGE-JOURS < 60
                   ADD WS-OUVERT
                       TO WS-E-TRENTE(WS-ELEVE-TROUVE)
                   ADD WS-OUVERT TO WS-TOTAL-TRENTE
               WHEN WS-AGE-JOURS < 90
                   ADD WS-OUVERT
                       TO WS-E-SOIXANTE(WS-ELEVE-TROUVE)
                   ADD WS-OUVERT TO WS-TOTAL-SOIXANTE
               WHEN OTHER
                   ADD WS-OUVERT
                       TO WS-E-NONANTE(WS-ELEVE-TROUVE)
                   ADD WS-OUVERT TO WS-TOTAL-NONANTE
           END-EVALUATE.
       2300-VENTILER-MONTANT-FIN.
           EXIT.

       3000-EDITER-RAPPORT-DEB.
           MOVE SPACES TO REPORT-LINE.
           STRING "ELEVE  NOM                   COURANT"
