      * invoices oldest-first through the one application path.
      * Unmatched money parks in the lockbox suspense file with a
      * worklist line - never guessed onto an account.
      * A payment whose reference starts CANT followed by a student
      * id is a top-up of that student's cafeteria meal account: it
      * is not matched against the invoices but dropped on the
      * cafeteria top-up intake MealAccountBatch credits, and parks
      * in suspense like any other when the student is not on the
      * master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT TOPUP-FILE ASSIGN DYNAMIC WS-TOPUP-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TOPUP-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           05 LBX-REFERENCE.
               10 LBX-REF-STUDENT   PIC X(6).
               10 LBX-REF-TERME     PIC X(6).
           05 LBX-REFERENCE-CANTINE REDEFINES LBX-REFERENCE.
               10 LBX-REF-PREFIXE   PIC X(4).
                   88 LBX-RECHARGE-CANTINE
                                    VALUE "CANT".
               10 LBX-REF-ELEVE     PIC X(6).
               10 FILLER            PIC X(2).
           05 LBX-PAYER-NAME        PIC X(30).
           05 LBX-MONTANT           PIC 9(5)V99.
           05 LBX-DATE              PIC 9(8).
           05 PAY-MONTANT           PIC 9(5)V99.
           05 PAY-DATE              PIC 9(8).

       FD  TOPUP-FILE.
       01  MEAL-TOPUP-RECORD.
           05 TOP-STUDENT-ID        PIC X(6).
           05 TOP-MONTANT           PIC 9(5)V99.
           05 TOP-DATE              PIC 9(8).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD          PIC X(60).

                                 VALUE "Data/STUDENT-MASTER.txt".
       01  WS-PAYMENT-PATH          PIC X(40)
                                 VALUE "Data/TUITION-PAYMENT-TXN.txt".
       01  WS-TOPUP-PATH            PIC X(40)
                                 VALUE "Data/MEAL-TOPUP-TXN.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/LOCKBOX-SUSPENSE.txt".
       01  WS-WORKLIST-PATH         PIC X(40)
       01  WS-INVOICE-STATUS        PIC XX.
       01  WS-STUDENT-STATUS        PIC XX.
       01  WS-PAYMENT-STATUS        PIC XX.
       01  WS-TOPUP-STATUS          PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-WORKLIST-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
       01  WS-REF-CNT               PIC 9(5) VALUE ZERO.
       01  WS-NOM-CNT               PIC 9(5) VALUE ZERO.
       01  WS-SUSPENS-CNT           PIC 9(5) VALUE ZERO.
       01  WS-CANTINE-CNT           PIC 9(5) VALUE ZERO.

       01  WS-MONTANT-EDITE         PIC Z(4)9.99.

               STOP RUN
           END-IF.

           OPEN EXTEND TOPUP-FILE.
           IF WS-TOPUP-STATUS = "05" OR WS-TOPUP-STATUS = "35"
               OPEN OUTPUT TOPUP-FILE
           END-IF.
           IF WS-TOPUP-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE TOPUP-FILE: "
                       WS-TOPUP-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "05" OR WS-SUSPENSE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           ADD 1 TO WS-LUS-CNT.

           MOVE SPACES TO WS-STUDENT-APPARIE.
           IF LBX-RECHARGE-CANTINE
               PERFORM 2600-APPARIER-CANTINE-DEB
                  THRU 2600-APPARIER-CANTINE-FIN
           ELSE
               PERFORM 2200-APPARIER-REFERENCE-DEB
                  THRU 2200-APPARIER-REFERENCE-FIN
               IF WS-STUDENT-APPARIE = SPACES
                   PERFORM 2300-APPARIER-NOM-DEB
                      THRU 2300-APPARIER-NOM-FIN
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-STUDENT-APPARIE = SPACES
                   PERFORM 2500-PARQUER-PAIEMENT-DEB
                      THRU 2500-PARQUER-PAIEMENT-FIN
               WHEN LBX-RECHARGE-CANTINE
                   PERFORM 2700-EMETTRE-RECHARGE-DEB
                      THRU 2700-EMETTRE-RECHARGE-FIN
               WHEN OTHER
                   PERFORM 2400-EMETTRE-PAIEMENT-DEB
                      THRU 2400-EMETTRE-PAIEMENT-FIN
           END-EVALUATE.

           PERFORM 2100-LIRE-PAIEMENT-DEB
              THRU 2100-LIRE-PAIEMENT-FIN.
       2000-APPARIER-PAIEMENT-FIN.
       2500-PARQUER-PAIEMENT-FIN.
           EXIT.

      * A cafeteria top-up names its student outright - no name
      * fallback.
       2600-APPARIER-CANTINE-DEB.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-ELEVE-CNT
                      OR WS-STUDENT-APPARIE NOT = SPACES
               IF WS-E-ID(WS-E) = LBX-REF-ELEVE
                   MOVE WS-E-ID(WS-E) TO WS-STUDENT-APPARIE
               END-IF
           END-PERFORM.
       2600-APPARIER-CANTINE-FIN.
           EXIT.

       2700-EMETTRE-RECHARGE-DEB.
           MOVE SPACES TO MEAL-TOPUP-RECORD.
           MOVE WS-STUDENT-APPARIE TO TOP-STUDENT-ID.
           MOVE LBX-MONTANT TO TOP-MONTANT.
           MOVE LBX-DATE TO TOP-DATE.
           WRITE MEAL-TOPUP-RECORD.
           ADD 1 TO WS-CANTINE-CNT.
       2700-EMETTRE-RECHARGE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           IF WS-LOCKBOX-STATUS = "00" OR WS-LOCKBOX-STATUS = "10"
               CLOSE LOCKBOX-FILE
           END-IF.
           CLOSE PAYMENT-FILE.
           CLOSE TOPUP-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE WORKLIST-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "PAIEMENTS LUS         : " WS-LUS-CNT.
           DISPLAY "APPARIES PAR REFERENCE: " WS-REF-CNT.
           DISPLAY "APPARIES PAR NOM      : " WS-NOM-CNT.
           DISPLAY "RECHARGES CANTINE     : " WS-CANTINE-CNT.
           DISPLAY "EN SUSPENS            : " WS-SUSPENS-CNT.
           DISPLAY "------------------------------------------------".
           IF WS-SUSPENS-CNT > ZERO
