       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExchangeRateLookup.
       AUTHOR. Mathieu.

      * The one reader of the daily exchange-rate table, so the
      * posting, ledger and revaluation runs all convert at the
      * same rate for the same day. The caller passes a currency
      * and a date and gets back the rate in force that day - the
      * row of that date, or failing one the latest row published
      * before it (week-ends and holidays carry no rate) - and the
      * date of the row used, which the reports print next to it.
      * The euro (or a blank code) is always 1 at the date asked.
      * A currency with no row on or before the date comes back N
      * and the caller decides what that costs. The table is read
      * on the first call of the run and kept for the others.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN DYNAMIC WS-RATE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
           COPY "ExchangeRate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RATE-PATH             PIC X(40)
                                 VALUE "Data/EXCHANGE-RATES.txt".
       01  WS-RATE-STATUS           PIC XX.
       01  WS-TABLE-CHARGEE         PIC X VALUE "N".
           88 TABLE-CHARGEE         VALUE "Y".

       01  WS-RATE-CNT              PIC 9(4) VALUE ZERO.
       01  WS-R                     PIC 9(4).
       01  WS-MEILLEURE-DATE        PIC 9(8).

       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 5000 TIMES
                   DEPENDING ON WS-RATE-CNT
                   INDEXED BY RX.
               10 WS-R-DATE         PIC 9(8).
               10 WS-R-DEVISE       PIC X(3).
               10 WS-R-COURS        PIC 9(4)V9(6).

       LINKAGE SECTION.
       01  LS-DEVISE                PIC X(3).
       01  LS-DATE                  PIC 9(8).
       01  LS-COURS                 PIC 9(4)V9(6).
       01  LS-DATE-COURS            PIC 9(8).
       01  LS-RESULT                PIC X(1).
           88 COURS-TROUVE          VALUE "Y".

       PROCEDURE DIVISION USING LS-DEVISE LS-DATE LS-COURS
               LS-DATE-COURS LS-RESULT.
       0000-MAIN-DEB.
           IF NOT TABLE-CHARGEE
               PERFORM 1000-CHARGER-COURS-DEB
                  THRU 1000-CHARGER-COURS-FIN
           END-IF.

           MOVE ZERO TO LS-COURS.
           MOVE ZERO TO LS-DATE-COURS.
           MOVE "N" TO LS-RESULT.

           IF LS-DEVISE = "EUR" OR LS-DEVISE = SPACES
               MOVE 1 TO LS-COURS
               MOVE LS-DATE TO LS-DATE-COURS
               MOVE "Y" TO LS-RESULT
           ELSE
               PERFORM 2000-CHERCHER-COURS-DEB
                  THRU 2000-CHERCHER-COURS-FIN
           END-IF.

           GOBACK.
       0000-MAIN-FIN.
           EXIT.

      * An absent rate file simply means no foreign rate is known -
      * every currency but the euro comes back N.
       1000-CHARGER-COURS-DEB.
           MOVE ZERO TO WS-RATE-CNT.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = "00"
               PERFORM UNTIL WS-RATE-STATUS = "10"
                   READ RATE-FILE
                       AT END
                           MOVE "10" TO WS-RATE-STATUS
                       NOT AT END
                           IF WS-RATE-CNT < 5000
                                   AND RAT-COURS > ZERO
                               ADD 1 TO WS-RATE-CNT
                               SET RX TO WS-RATE-CNT
                               MOVE RAT-DATE TO WS-R-DATE(RX)
                               MOVE RAT-DEVISE TO WS-R-DEVISE(RX)
                               MOVE RAT-COURS TO WS-R-COURS(RX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.
           MOVE "Y" TO WS-TABLE-CHARGEE.
       1000-CHARGER-COURS-FIN.
           EXIT.

      * The file is kept in publication order but nothing relies on
      * it: the latest date not after the one asked wins.
       2000-CHERCHER-COURS-DEB.
           MOVE ZERO TO WS-MEILLEURE-DATE.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RATE-CNT
               IF WS-R-DEVISE(WS-R) = LS-DEVISE
                       AND WS-R-DATE(WS-R) <= LS-DATE
                       AND WS-R-DATE(WS-R) >= WS-MEILLEURE-DATE
                   MOVE WS-R-DATE(WS-R) TO WS-MEILLEURE-DATE
                   MOVE WS-R-COURS(WS-R) TO LS-COURS
                   MOVE WS-R-DATE(WS-R) TO LS-DATE-COURS
                   MOVE "Y" TO LS-RESULT
               END-IF
           END-PERFORM.
       2000-CHERCHER-COURS-FIN.
           EXIT.
