       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankStatementIntake.
       AUTHOR. Mathieu.

      * Intake of the bank's daily statement for the TRESORERIE
      * BANQUE account (GL 512000). The bank's file follows the
      * house 00 header / 99 trailer convention (file id RELEVE,
      * amount hashed from column 12) and is refused outright when
      * FileTrailerCheck finds it short or unstamped. Between the
      * envelope: one 01 opening-balance record, the 02 movement
      * records, and one 03 closing-balance record, each carrying
      * a value date, a direction from the bank's side (C money in,
      * D money out), the amount, the bank's reference and its
      * wording. The statement must prove - opening plus movements
      * equal to closing - its opening must be the closing of the
      * last statement taken in, and its date must be later than
      * that statement's; otherwise nothing is kept and the run
      * ends with condition code 16 for the operator to obtain the
      * missing or corrected file. An accepted statement appends
      * its movements to the cumulative bank statement file and
      * replaces the last-known bank balance, the two files
      * BankReconciliation works from. The balance record also
      * keeps the origin of the series - the earliest value date
      * and the opening balance of the first statement ever taken
      * in - the point from which the books are reconciled.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-IN-FILE ASSIGN DYNAMIC WS-IN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT STATEMENT-FILE ASSIGN DYNAMIC WS-STATEMENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT BALANCE-FILE ASSIGN DYNAMIC WS-BALANCE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-IN-FILE.
       01  STATEMENT-IN-RECORD      PIC X(80).
       01  STATEMENT-IN-HEADER REDEFINES STATEMENT-IN-RECORD.
           05 BSH-TYPE              PIC X(2).
           05 BSH-FILE-ID           PIC X(10).
           05 BSH-DATE-RELEVE       PIC 9(8).
           05 FILLER                PIC X(60).
       01  STATEMENT-IN-DETAIL REDEFINES STATEMENT-IN-RECORD.
           05 BSD-TYPE              PIC X(2).
           05 BSD-DATE              PIC 9(8).
           05 BSD-SENS              PIC X(1).
           05 BSD-MONTANT           PIC 9(9)V99.
           05 BSD-REFERENCE         PIC X(16).
           05 BSD-LIBELLE           PIC X(30).
           05 FILLER                PIC X(12).

       FD  STATEMENT-FILE.
       01  BANK-STATEMENT-RECORD.
           05 BKS-RELEVE            PIC 9(8).
           05 BKS-DATE              PIC 9(8).
           05 BKS-SENS              PIC X(1).
           05 BKS-MONTANT           PIC 9(9)V99.
           05 BKS-REFERENCE         PIC X(16).
           05 BKS-LIBELLE           PIC X(30).

       FD  BALANCE-FILE.
       01  BANK-BALANCE-RECORD.
           05 BSB-DATE              PIC 9(8).
           05 BSB-SENS              PIC X(1).
           05 BSB-SOLDE             PIC 9(9)V99.
           05 BSB-ORIGINE-DATE      PIC 9(8).
           05 BSB-ORIGINE-SENS      PIC X(1).
           05 BSB-ORIGINE-SOLDE     PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-IN-PATH               PIC X(40)
                                 VALUE "Data/BANK-STATEMENT-IN.txt".
       01  WS-STATEMENT-PATH        PIC X(40)
                                 VALUE "Data/BANK-STATEMENT.txt".
       01  WS-BALANCE-PATH          PIC X(40)
                             VALUE "Data/BANK-STATEMENT-BALANCE.txt".
       01  WS-IN-STATUS             PIC XX.
       01  WS-STATEMENT-STATUS      PIC XX.
       01  WS-BALANCE-STATUS        PIC XX.

       01  WS-FT-FILE-ID            PIC X(10).
       01  WS-FT-AMOUNT-COL         PIC 9(3).
       01  WS-FT-AMOUNT-LEN         PIC 9(2).
       01  WS-FT-RESULT             PIC X(1).
           88 TRAILER-CONFORME      VALUE "O".
           88 TRAILER-ABSENT        VALUE "A".
           88 TRAILER-ERRONE        VALUE "M".

       01  WS-PRECEDENT-SWITCH      PIC X VALUE "N".
           88 RELEVE-PRECEDENT      VALUE "Y".
       01  WS-DATE-PRECEDENTE       PIC 9(8) VALUE ZERO.
       01  WS-SOLDE-PRECEDENT       PIC S9(11)V99 VALUE ZERO.
       01  WS-ORIGINE-DATE          PIC 9(8) VALUE ZERO.
       01  WS-ORIGINE-SENS          PIC X(1).
       01  WS-ORIGINE-SOLDE         PIC 9(9)V99.
       01  WS-PREMIERE-DATE         PIC 9(8) VALUE ZERO.

       01  WS-DATE-RELEVE           PIC 9(8) VALUE ZERO.
       01  WS-ENTETE-CNT            PIC 9(3) VALUE ZERO.
       01  WS-OUVERTURE-CNT         PIC 9(3) VALUE ZERO.
       01  WS-CLOTURE-CNT           PIC 9(3) VALUE ZERO.
       01  WS-SOLDE-OUVERTURE       PIC S9(11)V99 VALUE ZERO.
       01  WS-SOLDE-CLOTURE         PIC S9(11)V99 VALUE ZERO.
       01  WS-SOLDE-CALCULE         PIC S9(11)V99 VALUE ZERO.
       01  WS-MONTANT-SIGNE         PIC S9(11)V99.
       01  WS-CREDITS               PIC 9(11)V99 VALUE ZERO.
       01  WS-DEBITS                PIC 9(11)V99 VALUE ZERO.
       01  WS-ANOMALIE-CNT          PIC 9(5) VALUE ZERO.

       01  WS-MVT-CNT               PIC 9(5) VALUE ZERO.
       01  WS-V                     PIC 9(5).

       01  WS-MVT-TABLE.
           05 WS-MVT-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-MVT-CNT
                   INDEXED BY VX.
               10 WS-V-DATE         PIC 9(8).
               10 WS-V-SENS         PIC X(1).
               10 WS-V-MONTANT      PIC 9(9)V99.
               10 WS-V-REFERENCE    PIC X(16).
               10 WS-V-LIBELLE      PIC X(30).

       01  WS-SOLDE-EDITE           PIC -(10)9.99.
       01  WS-TOTAL-EDITE           PIC Z(10)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-LIRE-RELEVE-DEB
              THRU 2000-LIRE-RELEVE-FIN.

           PERFORM 3000-CONTROLER-RELEVE-DEB
              THRU 3000-CONTROLER-RELEVE-FIN.

           IF WS-ANOMALIE-CNT = ZERO
               PERFORM 4000-INTEGRER-RELEVE-DEB
                  THRU 4000-INTEGRER-RELEVE-FIN
           END-IF.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           OPEN INPUT STATEMENT-IN-FILE.
           IF WS-IN-STATUS = "35"
               DISPLAY "AUCUN RELEVE BANCAIRE RECU - RIEN A FAIRE"
               STOP RUN
           END-IF.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE STATEMENT-IN-FILE: "
                       WS-IN-STATUS
               STOP RUN
           END-IF.
           CLOSE STATEMENT-IN-FILE.

           MOVE "RELEVE    " TO WS-FT-FILE-ID.
           MOVE 012 TO WS-FT-AMOUNT-COL.
           MOVE 11 TO WS-FT-AMOUNT-LEN.
           CALL "FileTrailerCheck" USING WS-IN-PATH
               WS-FT-FILE-ID WS-FT-AMOUNT-COL WS-FT-AMOUNT-LEN
               WS-FT-RESULT.
           IF NOT TRAILER-CONFORME
               IF TRAILER-ABSENT
                   DISPLAY "RELEVE SANS TRAILER - REFUSE ("
                           WS-IN-PATH ")"
               ELSE
                   DISPLAY "1017 S FILE TRAILER MISMATCH - ABENDING ("
                           WS-IN-PATH ")"
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-CHARGER-SOLDE-DEB
              THRU 1100-CHARGER-SOLDE-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

      * The last-known balance is the closing of the statement
      * taken in before this one; absent, this is the first.
       1100-CHARGER-SOLDE-DEB.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS = "35"
               DISPLAY "AUCUN RELEVE ANTERIEUR - PREMIER RELEVE"
           ELSE
               IF WS-BALANCE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE BALANCE-FILE: "
                           WS-BALANCE-STATUS
                   STOP RUN
               END-IF
               READ BALANCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET RELEVE-PRECEDENT TO TRUE
                       MOVE BSB-DATE TO WS-DATE-PRECEDENTE
                       MOVE BSB-ORIGINE-DATE TO WS-ORIGINE-DATE
                       MOVE BSB-ORIGINE-SENS TO WS-ORIGINE-SENS
                       MOVE BSB-ORIGINE-SOLDE TO WS-ORIGINE-SOLDE
                       IF BSB-SENS = "D"
                           COMPUTE WS-SOLDE-PRECEDENT =
                                   ZERO - BSB-SOLDE
                       ELSE
                           MOVE BSB-SOLDE TO WS-SOLDE-PRECEDENT
                       END-IF
               END-READ
               CLOSE BALANCE-FILE
           END-IF.
       1100-CHARGER-SOLDE-FIN.
           EXIT.

       2000-LIRE-RELEVE-DEB.
           OPEN INPUT STATEMENT-IN-FILE.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE STATEMENT-IN-FILE: "
                       WS-IN-STATUS
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-IN-STATUS = "10"
               READ STATEMENT-IN-FILE
                   AT END
                       MOVE "10" TO WS-IN-STATUS
                   NOT AT END
                       PERFORM 2100-TRAITER-LIGNE-DEB
                          THRU 2100-TRAITER-LIGNE-FIN
               END-READ
           END-PERFORM.
           CLOSE STATEMENT-IN-FILE.
       2000-LIRE-RELEVE-FIN.
           EXIT.

       2100-TRAITER-LIGNE-DEB.
           EVALUATE BSH-TYPE
               WHEN "00"
                   ADD 1 TO WS-ENTETE-CNT
                   IF BSH-DATE-RELEVE IS NUMERIC
                       MOVE BSH-DATE-RELEVE TO WS-DATE-RELEVE
                   END-IF
               WHEN "99"
                   CONTINUE
               WHEN "01"
               WHEN "02"
               WHEN "03"
                   PERFORM 2200-TRAITER-DETAIL-DEB
                      THRU 2200-TRAITER-DETAIL-FIN
               WHEN OTHER
                   DISPLAY "TYPE D'ENREGISTREMENT INCONNU: " BSH-TYPE
                   ADD 1 TO WS-ANOMALIE-CNT
           END-EVALUATE.
       2100-TRAITER-LIGNE-FIN.
           EXIT.

       2200-TRAITER-DETAIL-DEB.
           IF BSD-MONTANT IS NOT NUMERIC
                   OR BSD-DATE IS NOT NUMERIC
                   OR (BSD-SENS NOT = "C" AND BSD-SENS NOT = "D")
               DISPLAY "LIGNE DE RELEVE INVALIDE: " BSD-TYPE " "
                       BSD-REFERENCE
               ADD 1 TO WS-ANOMALIE-CNT
           ELSE
               IF BSD-SENS = "D"
                   COMPUTE WS-MONTANT-SIGNE = ZERO - BSD-MONTANT
               ELSE
                   MOVE BSD-MONTANT TO WS-MONTANT-SIGNE
               END-IF
               EVALUATE BSD-TYPE
                   WHEN "01"
                       ADD 1 TO WS-OUVERTURE-CNT
                       MOVE WS-MONTANT-SIGNE TO WS-SOLDE-OUVERTURE
                       IF NOT RELEVE-PRECEDENT
                           MOVE BSD-SENS TO WS-ORIGINE-SENS
                           MOVE BSD-MONTANT TO WS-ORIGINE-SOLDE
                       END-IF
                   WHEN "03"
                       ADD 1 TO WS-CLOTURE-CNT
                       MOVE WS-MONTANT-SIGNE TO WS-SOLDE-CLOTURE
                   WHEN OTHER
                       PERFORM 2300-STOCKER-MOUVEMENT-DEB
                          THRU 2300-STOCKER-MOUVEMENT-FIN
               END-EVALUATE
           END-IF.
       2200-TRAITER-DETAIL-FIN.
           EXIT.

       2300-STOCKER-MOUVEMENT-DEB.
           IF WS-MVT-CNT >= 9999
               DISPLAY "TABLE DES MOUVEMENTS PLEINE"
               ADD 1 TO WS-ANOMALIE-CNT
           ELSE
               ADD 1 TO WS-MVT-CNT
               SET VX TO WS-MVT-CNT
               MOVE BSD-DATE TO WS-V-DATE(VX)
               MOVE BSD-SENS TO WS-V-SENS(VX)
               MOVE BSD-MONTANT TO WS-V-MONTANT(VX)
               MOVE BSD-REFERENCE TO WS-V-REFERENCE(VX)
               MOVE BSD-LIBELLE TO WS-V-LIBELLE(VX)
               IF WS-PREMIERE-DATE = ZERO
                       OR BSD-DATE < WS-PREMIERE-DATE
                   MOVE BSD-DATE TO WS-PREMIERE-DATE
               END-IF
               ADD WS-MONTANT-SIGNE TO WS-SOLDE-CALCULE
               IF BSD-SENS = "C"
                   ADD BSD-MONTANT TO WS-CREDITS
               ELSE
                   ADD BSD-MONTANT TO WS-DEBITS
               END-IF
           END-IF.
       2300-STOCKER-MOUVEMENT-FIN.
           EXIT.

      * A statement is taken whole or not at all.
       3000-CONTROLER-RELEVE-DEB.
           IF WS-ENTETE-CNT NOT = 1 OR WS-DATE-RELEVE = ZERO
               DISPLAY "ENTETE DE RELEVE ABSENTE OU INVALIDE"
               ADD 1 TO WS-ANOMALIE-CNT
           END-IF.
           IF WS-OUVERTURE-CNT NOT = 1 OR WS-CLOTURE-CNT NOT = 1
               DISPLAY "SOLDE D'OUVERTURE OU DE CLOTURE ABSENT"
               ADD 1 TO WS-ANOMALIE-CNT
           END-IF.

           ADD WS-SOLDE-OUVERTURE TO WS-SOLDE-CALCULE.
           IF WS-SOLDE-CALCULE NOT = WS-SOLDE-CLOTURE
               MOVE WS-SOLDE-CALCULE TO WS-SOLDE-EDITE
               DISPLAY "RELEVE NON PROUVE - SOLDE CALCULE "
                       WS-SOLDE-EDITE
               MOVE WS-SOLDE-CLOTURE TO WS-SOLDE-EDITE
               DISPLAY "                  SOLDE ANNONCE  "
                       WS-SOLDE-EDITE
               ADD 1 TO WS-ANOMALIE-CNT
           END-IF.

           IF RELEVE-PRECEDENT
               IF WS-DATE-RELEVE NOT > WS-DATE-PRECEDENTE
                   DISPLAY "RELEVE DU " WS-DATE-RELEVE
                           " DEJA INTEGRE OU ANTERIEUR AU "
                           WS-DATE-PRECEDENTE
                   ADD 1 TO WS-ANOMALIE-CNT
               END-IF
               IF WS-SOLDE-OUVERTURE NOT = WS-SOLDE-PRECEDENT
                   MOVE WS-SOLDE-PRECEDENT TO WS-SOLDE-EDITE
                   DISPLAY "DISCONTINUITE - CLOTURE PRECEDENTE "
                           WS-SOLDE-EDITE
                   MOVE WS-SOLDE-OUVERTURE TO WS-SOLDE-EDITE
                   DISPLAY "                OUVERTURE DU RELEVE "
                           WS-SOLDE-EDITE
                   ADD 1 TO WS-ANOMALIE-CNT
               END-IF
           END-IF.
       3000-CONTROLER-RELEVE-FIN.
           EXIT.

       4000-INTEGRER-RELEVE-DEB.
           OPEN EXTEND STATEMENT-FILE.
           IF WS-STATEMENT-STATUS = "05" OR WS-STATEMENT-STATUS = "35"
               OPEN OUTPUT STATEMENT-FILE
           END-IF.
           IF WS-STATEMENT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE STATEMENT-FILE: "
                       WS-STATEMENT-STATUS
               STOP RUN
           END-IF.

           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-MVT-CNT
               MOVE SPACES TO BANK-STATEMENT-RECORD
               MOVE WS-DATE-RELEVE TO BKS-RELEVE
               MOVE WS-V-DATE(WS-V) TO BKS-DATE
               MOVE WS-V-SENS(WS-V) TO BKS-SENS
               MOVE WS-V-MONTANT(WS-V) TO BKS-MONTANT
               MOVE WS-V-REFERENCE(WS-V) TO BKS-REFERENCE
               MOVE WS-V-LIBELLE(WS-V) TO BKS-LIBELLE
               WRITE BANK-STATEMENT-RECORD
           END-PERFORM.
           CLOSE STATEMENT-FILE.

           OPEN OUTPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE BALANCE-FILE: "
                       WS-BALANCE-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO BANK-BALANCE-RECORD.
           MOVE WS-DATE-RELEVE TO BSB-DATE.
           IF WS-SOLDE-CLOTURE < ZERO
               MOVE "D" TO BSB-SENS
               COMPUTE BSB-SOLDE = ZERO - WS-SOLDE-CLOTURE
           ELSE
               MOVE "C" TO BSB-SENS
               MOVE WS-SOLDE-CLOTURE TO BSB-SOLDE
           END-IF.
           IF NOT RELEVE-PRECEDENT
               IF WS-PREMIERE-DATE = ZERO
                   MOVE WS-DATE-RELEVE TO WS-ORIGINE-DATE
               ELSE
                   MOVE WS-PREMIERE-DATE TO WS-ORIGINE-DATE
               END-IF
           END-IF.
           MOVE WS-ORIGINE-DATE TO BSB-ORIGINE-DATE.
           MOVE WS-ORIGINE-SENS TO BSB-ORIGINE-SENS.
           MOVE WS-ORIGINE-SOLDE TO BSB-ORIGINE-SOLDE.
           WRITE BANK-BALANCE-RECORD.
           CLOSE BALANCE-FILE.
       4000-INTEGRER-RELEVE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           DISPLAY "------------------------------------------------".
           DISPLAY "INTEGRATION DU RELEVE BANCAIRE DU " WS-DATE-RELEVE.
           DISPLAY "MOUVEMENTS LUS        : " WS-MVT-CNT.
           MOVE WS-CREDITS TO WS-TOTAL-EDITE.
           DISPLAY "TOTAL CREDITS         : " WS-TOTAL-EDITE.
           MOVE WS-DEBITS TO WS-TOTAL-EDITE.
           DISPLAY "TOTAL DEBITS          : " WS-TOTAL-EDITE.
           MOVE WS-SOLDE-CLOTURE TO WS-SOLDE-EDITE.
           DISPLAY "SOLDE DE CLOTURE      : " WS-SOLDE-EDITE.
           IF WS-ANOMALIE-CNT > ZERO
               DISPLAY "ANOMALIES             : " WS-ANOMALIE-CNT
               DISPLAY "RELEVE REFUSE - RIEN N'EST INTEGRE"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "RELEVE INTEGRE."
           END-IF.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
