      * parameter file is generated as a debit onto the raw
      * transaction intake - riding AccountTransactionEdit and the
      * normal posting path - and the member is recorded on the
      * renewals file the renewal run checks. Each collection is
      * also appended, dated, to the direct-debit collections
      * register BankReconciliation matches the bank's credits
      * against. A member without a
      * mandate, a mandate on an unknown account, or an account that
      * cannot fund the fee inside its overdraft limit goes to the
      * reject list the office works by hand.
      * A primary member with dependents on the household links
      * pays the family tariff - the second amount of the
      * parameter file - once for the whole household, on the
      * primary's mandate; a dependent is never collected on their
      * own. Without a family tariff on the parameter file the
      * household is charged the individual fee and the run ends
      * with condition code 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT COLLECTION-FILE ASSIGN DYNAMIC WS-COLLECTION-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECTION-STATUS.

           SELECT HOUSEHOLD-FILE ASSIGN DYNAMIC WS-HOUSEHOLD-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATE-FILE.
       FD  PARM-FILE.
       01  RENEWAL-FEE-RECORD.
           05 PRM-COTISATION        PIC 9(5)V99.
           05 PRM-COTISATION-FOYER  PIC 9(5)V99.

       FD  TRANSACTION-FILE.
       01  ACCOUNT-TRANSACTION.
       FD  REJECT-FILE.
       01  REJECT-LINE              PIC X(70).

       FD  COLLECTION-FILE.
       01  COLLECTION-RECORD.
           05 DDC-MBR-ID            PIC X(6).
           05 DDC-ACC-ID            PIC X(6).
           05 DDC-MONTANT           PIC 9(7)V99.
           05 DDC-DATE              PIC 9(8).

       FD  HOUSEHOLD-FILE.
           COPY "MemberHousehold.cpy".

       WORKING-STORAGE SECTION.
       01  WS-MANDATE-PATH          PIC X(40)
                                 VALUE "Data/MEMBER-MANDATE.txt".
                                 VALUE "Data/ACCOUNT-TRANSACTION.txt".
       01  WS-REJECT-PATH           PIC X(40)
                                 VALUE "Data/MANDATE-REJECTS.txt".
       01  WS-COLLECTION-PATH       PIC X(40)
                         VALUE "Data/DIRECT-DEBIT-COLLECTIONS.txt".
       01  WS-MANDATE-STATUS        PIC XX.
       01  WS-NOTIFIED-STATUS       PIC XX.
       01  WS-RENEWALS-STATUS       PIC XX.
       01  WS-PARM-STATUS           PIC XX.
       01  WS-TXN-STATUS            PIC XX.
       01  WS-REJECT-STATUS         PIC XX.
       01  WS-COLLECTION-STATUS     PIC XX.
       01  WS-HOUSEHOLD-PATH        PIC X(40)
                                 VALUE "Data/MEMBER-HOUSEHOLD.txt".
       01  WS-HOUSEHOLD-STATUS      PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-COTISATION            PIC 9(5)V99 VALUE ZERO.
       01  WS-COTISATION-FOYER      PIC 9(5)V99 VALUE ZERO.
       01  WS-MONTANT-DU            PIC 9(5)V99.

       01  WS-FOYER-CNT             PIC 9(5) VALUE ZERO.
       01  WS-F                     PIC 9(5).
       01  WS-FOYER-TABLE.
           05 WS-FOYER-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-FOYER-CNT
                   INDEXED BY FX.
               10 WS-F-ID           PIC X(6).
               10 WS-F-PRINCIPAL    PIC X(6).
       01  WS-EST-RATTACHE          PIC X.
           88 EST-RATTACHE          VALUE "Y".
       01  WS-EST-FOYER             PIC X.
           88 EST-FOYER             VALUE "Y".

       01  WS-MANDATE-CNT           PIC 9(4) VALUE ZERO.
       01  WS-M                     PIC 9(4).
       01  WS-PRELEVE-CNT           PIC 9(5) VALUE ZERO.
       01  WS-SAUTE-CNT             PIC 9(5) VALUE ZERO.
       01  WS-REJETE-CNT            PIC 9(5) VALUE ZERO.
       01  WS-FOYERS-CNT            PIC 9(5) VALUE ZERO.
       01  WS-RATTACHES-CNT         PIC 9(5) VALUE ZERO.
       01  WS-DISPONIBLE            PIC S9(9)V99.

       01  WS-RUN-DATE              PIC 9(8).
              THRU 1300-CHARGER-RENOUVELES-FIN.
           PERFORM 1400-CHARGER-COMPTES-DEB
              THRU 1400-CHARGER-COMPTES-FIN.
           PERFORM 1500-CHARGER-FOYERS-DEB
              THRU 1500-CHARGER-FOYERS-FIN.

           OPEN INPUT NOTIFIED-FILE.
           IF WS-NOTIFIED-STATUS = "35"
               STOP RUN
           END-IF.

           OPEN EXTEND COLLECTION-FILE.
           IF WS-COLLECTION-STATUS = "05"
                   OR WS-COLLECTION-STATUS = "35"
               OPEN OUTPUT COLLECTION-FILE
           END-IF.
           IF WS-COLLECTION-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE COLLECTION-FILE: "
                       WS-COLLECTION-STATUS
               STOP RUN
           END-IF.

           IF NOT END-OF-FILE
               PERFORM 2100-LIRE-NOTIFIE-DEB
                  THRU 2100-LIRE-NOTIFIE-FIN
                   STOP RUN
           END-READ.
           MOVE PRM-COTISATION TO WS-COTISATION.
           IF PRM-COTISATION-FOYER IS NUMERIC
               MOVE PRM-COTISATION-FOYER TO WS-COTISATION-FOYER
           END-IF.
           CLOSE PARM-FILE.

           IF WS-COTISATION = ZERO
       1400-CHARGER-COMPTES-FIN.
           EXIT.

       1500-CHARGER-FOYERS-DEB.
           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-STATUS = "00"
               PERFORM UNTIL WS-HOUSEHOLD-STATUS = "10"
                   READ HOUSEHOLD-FILE
                       AT END
                           MOVE "10" TO WS-HOUSEHOLD-STATUS
                       NOT AT END
                           IF WS-FOYER-CNT < 9999
                               ADD 1 TO WS-FOYER-CNT
                               SET FX TO WS-FOYER-CNT
                               MOVE MHH-MBR-ID TO WS-F-ID(FX)
                               MOVE MHH-PRINCIPAL
                                   TO WS-F-PRINCIPAL(FX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOUSEHOLD-FILE
           END-IF.
       1500-CHARGER-FOYERS-FIN.
           EXIT.

       2000-TRAITER-NOTIFIE-DEB.
           ADD 1 TO WS-NOTIFIE-CNT.

               END-IF
           END-PERFORM.

           MOVE "N" TO WS-EST-RATTACHE.
           MOVE "N" TO WS-EST-FOYER.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FOYER-CNT
               IF WS-F-ID(WS-F) = NTF-ID
                   MOVE "Y" TO WS-EST-RATTACHE
               END-IF
               IF WS-F-PRINCIPAL(WS-F) = NTF-ID
                   MOVE "Y" TO WS-EST-FOYER
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN EST-RATTACHE
                   ADD 1 TO WS-RATTACHES-CNT
               WHEN DEJA-RENOUVELE
                   ADD 1 TO WS-SAUTE-CNT
               WHEN OTHER
                   PERFORM 2200-PRELEVER-MEMBRE-DEB
                      THRU 2200-PRELEVER-MEMBRE-FIN
           END-EVALUATE.

           PERFORM 2100-LIRE-NOTIFIE-DEB
              THRU 2100-LIRE-NOTIFIE-FIN.
      * unfunded debit would only bounce through the ledger and
      * come back as an overdraft charge on the member.
       2200-PRELEVER-MEMBRE-DEB.
           MOVE WS-COTISATION TO WS-MONTANT-DU.
           IF EST-FOYER
               IF WS-COTISATION-FOYER > ZERO
                   MOVE WS-COTISATION-FOYER TO WS-MONTANT-DU
               ELSE
                   DISPLAY "TARIF FAMILLE ABSENT - FOYER " NTF-ID
                           " PRELEVE AU TARIF INDIVIDUEL"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE ZERO TO WS-MANDAT-TROUVE.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MANDATE-CNT
                   COMPUTE WS-DISPONIBLE =
                           WS-AC-SOLDE(WS-COMPTE-TROUVE)
                           + WS-AC-LIMITE(WS-COMPTE-TROUVE)
                   IF WS-DISPONIBLE < WS-MONTANT-DU
                       PERFORM 2400-REJETER-MANDAT-DEB
                          THRU 2400-REJETER-MANDAT-FIN
                   ELSE
           MOVE SPACES TO ACCOUNT-TRANSACTION.
           MOVE WS-M-ACC-ID(WS-MANDAT-TROUVE) TO TXN-ACC-ID.
           MOVE "D" TO TXN-TYPE.
           MOVE WS-MONTANT-DU TO TXN-MONTANT.
           MOVE WS-RUN-DATE TO TXN-DATE.
           WRITE ACCOUNT-TRANSACTION.
           ADD 1 TO WS-PRELEVE-CNT.
           IF EST-FOYER
               ADD 1 TO WS-FOYERS-CNT
           END-IF.

           MOVE SPACES TO COLLECTION-RECORD.
           MOVE NTF-ID TO DDC-MBR-ID.
           MOVE WS-M-ACC-ID(WS-MANDAT-TROUVE) TO DDC-ACC-ID.
           MOVE WS-MONTANT-DU TO DDC-MONTANT.
           MOVE WS-RUN-DATE TO DDC-DATE.
           WRITE COLLECTION-RECORD.

           ADD 1 TO WS-RENEWAL-CNT.
           SET RX TO WS-RENEWAL-CNT.
           END-IF.
           CLOSE TRANSACTION-FILE.
           CLOSE REJECT-FILE.
           CLOSE COLLECTION-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "PRELEVEMENT DES COTISATIONS TERMINE.".
           DISPLAY "MEMBRES NOTIFIES      : " WS-NOTIFIE-CNT.
           DISPLAY "PRELEVEMENTS GENERES  : " WS-PRELEVE-CNT.
           DISPLAY "DEJA RENOUVELES       : " WS-SAUTE-CNT.
           DISPLAY "MANDATS REJETES       : " WS-REJETE-CNT.
           DISPLAY "DONT FOYERS PRELEVES  : " WS-FOYERS-CNT.
           DISPLAY "RATTACHES IGNORES     : " WS-RATTACHES-CNT.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
