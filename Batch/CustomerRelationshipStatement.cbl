      * the account master, and a combined-position total at the
      * bottom of the section - so "what does this customer hold
      * with us" stops being three files and a guess.
      * Each balance prints in its account's own currency, with the
      * code; the combined position is in euros, a foreign balance
      * counted at today's rate from the daily rate table - one
      * the table cannot price is left out of it and flagged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CURRENCY-FILE ASSIGN DYNAMIC WS-CURRENCY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENCY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(90).

       FD  CURRENCY-FILE.
           COPY "AccountCurrency.cpy".

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

                   INDEXED BY ACX.
               10 WS-AC-ID          PIC X(6).
               10 WS-AC-SOLDE       PIC S9(7)V99.
               10 WS-AC-DEVISE      PIC X(3).

       01  WS-CURRENCY-PATH         PIC X(40)
                                 VALUE "Data/ACCOUNT-CURRENCY.txt".
       01  WS-CURRENCY-STATUS       PIC XX.
       01  WS-DEVISE-COMPTE         PIC X(3).
       01  WS-SOLDE-EUR             PIC S9(9)V99.
       01  WS-SANS-COURS-CNT        PIC 9(5) VALUE ZERO.
       01  WS-XR-COURS              PIC 9(4)V9(6).
       01  WS-XR-DATE-COURS         PIC 9(8).
       01  WS-XR-RESULT             PIC X(1).
           88 COURS-CONNU           VALUE "Y".

       01  WS-CLIENT-CNT            PIC 9(5) VALUE ZERO.
       01  WS-LIEN-CNT              PIC 9(5) VALUE ZERO.
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-MASTER-FILE.
           PERFORM 1350-CHARGER-DEVISES-DEB
              THRU 1350-CHARGER-DEVISES-FIN.
       1300-CHARGER-COMPTES-FIN.
           EXIT.

      * An absent currency file simply means every account is kept
      * in euros.
       1350-CHARGER-DEVISES-DEB.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ACC-CNT
               MOVE "EUR" TO WS-AC-DEVISE(WS-A)
           END-PERFORM.
           OPEN INPUT CURRENCY-FILE.
           IF WS-CURRENCY-STATUS = "00"
               PERFORM UNTIL WS-CURRENCY-STATUS = "10"
                   READ CURRENCY-FILE
                       AT END
                           MOVE "10" TO WS-CURRENCY-STATUS
                       NOT AT END
                           PERFORM VARYING WS-A FROM 1 BY 1
                                   UNTIL WS-A > WS-ACC-CNT
                               IF WS-AC-ID(WS-A) = CUR-ACC-ID
                                   MOVE CUR-DEVISE
                                       TO WS-AC-DEVISE(WS-A)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CURRENCY-FILE
           END-IF.
       1350-CHARGER-DEVISES-FIN.
           EXIT.

       2000-EDITER-CLIENT-DEB.
           MOVE "Y" TO WS-SECTION-VIDE.
           MOVE ZERO TO WS-POSITION.
               MOVE WS-POSITION TO WS-POSITION-EDITE
               MOVE SPACES TO REPORT-LINE
               STRING "  POSITION COMBINEE: " WS-POSITION-EDITE
                      " EUR"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO RH-LINE-COUNT
               IF WS-COMPTE-CONNU = "Y"
                   STRING "  " WS-X-ACC-ID(WS-X) " "
                          WS-ROLE-LIBELLE " SOLDE=" WS-SOLDE-EDITE
                          " " WS-DEVISE-COMPTE
                          DELIMITED BY SIZE INTO REPORT-LINE
                   CALL "ExchangeRateLookup" USING WS-DEVISE-COMPTE
                       WS-TODAY WS-XR-COURS WS-XR-DATE-COURS
                       WS-XR-RESULT
                   IF COURS-CONNU
                       COMPUTE WS-SOLDE-EUR ROUNDED =
                               WS-SOLDE-COMPTE / WS-XR-COURS
                       ADD WS-SOLDE-EUR TO WS-POSITION
                   ELSE
                       STRING "  " WS-X-ACC-ID(WS-X) " "
                              WS-ROLE-LIBELLE " SOLDE=" WS-SOLDE-EDITE
                              " " WS-DEVISE-COMPTE
                              " *** SANS COURS - HORS POSITION ***"
                              DELIMITED BY SIZE INTO REPORT-LINE
                       ADD 1 TO WS-SANS-COURS-CNT
                   END-IF
               ELSE
                   STRING "  " WS-X-ACC-ID(WS-X) " "
                          WS-ROLE-LIBELLE
       2400-CHERCHER-SOLDE-DEB.
           MOVE "N" TO WS-COMPTE-CONNU.
           MOVE ZERO TO WS-SOLDE-COMPTE.
           MOVE "EUR" TO WS-DEVISE-COMPTE.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ACC-CNT
               IF WS-AC-ID(WS-A) = WS-X-ACC-ID(WS-X)
                   MOVE "Y" TO WS-COMPTE-CONNU
                   MOVE WS-AC-SOLDE(WS-A) TO WS-SOLDE-COMPTE
                   MOVE WS-AC-DEVISE(WS-A) TO WS-DEVISE-COMPTE
               END-IF
           END-PERFORM.
       2400-CHERCHER-SOLDE-FIN.
           DISPLAY "CLIENTS EDITES        : " WS-CLIENT-CNT.
           DISPLAY "LIENS EDITES          : " WS-LIEN-CNT.
           DISPLAY "COMPTES INTROUVABLES  : " WS-ORPHELIN-CNT.
           DISPLAY "SOLDES SANS COURS     : " WS-SANS-COURS-CNT.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
