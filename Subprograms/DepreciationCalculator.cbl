       IDENTIFICATION DIVISION.
       PROGRAM-ID. DepreciationCalculator.
       AUTHOR. Mathieu.

      * The depreciation charge of one asset for one month, so the
      * monthly run and the disposal catch-up write an asset off the
      * same way. The caller passes the method, the cost, the
      * useful life in months, the acquisition date, the
      * depreciation already booked and the period (YYYYMM) to
      * charge, and gets back the charge of that month. The asset
      * depreciates from its month of acquisition, that month
      * counting in full, and is written off to the cent in the
      * last month of its life: whatever is left then is charged,
      * as it is for a period past the end of the life. A period
      * before the acquisition month, or an asset already written
      * off, charges nothing.
      * Straight-line (L) charges the cost over the life in equal
      * months. Declining balance (D) applies the fiscal
      * coefficient of the life - 1.25 up to four years, 1.75 up to
      * six, 2.25 beyond, none under three - to the straight-line
      * rate, month by month on the net book value, and switches to
      * the net book value spread over the months left as soon as
      * that charges more.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ACQUISITION           PIC 9(8).
       01  WS-ACQUISITION-GROUPE REDEFINES WS-ACQUISITION.
           05 WS-ACQ-YYYY           PIC 9(4).
           05 WS-ACQ-MM             PIC 9(2).
           05 FILLER                PIC 9(2).
       01  WS-PERIODE               PIC 9(6).
       01  WS-PERIODE-GROUPE REDEFINES WS-PERIODE.
           05 WS-PER-YYYY           PIC 9(4).
           05 WS-PER-MM             PIC 9(2).

       01  WS-RANG                  PIC S9(5).
       01  WS-MOIS-RESTANTS         PIC S9(5).
       01  WS-VNC                   PIC 9(9)V99.
       01  WS-ANNEES                PIC 9(3)V99.
       01  WS-COEFFICIENT           PIC 9V99.
       01  WS-TAUX-ANNUEL           PIC 9V9(8).
       01  WS-TAUX-MENSUEL          PIC 9V9(8).
       01  WS-DOTATION-DEGRESSIVE   PIC 9(9)V99.
       01  WS-DOTATION-LINEAIRE     PIC 9(9)V99.

       LINKAGE SECTION.
       01  LS-METHODE               PIC X(1).
           88 LS-LINEAIRE           VALUE "L".
           88 LS-DEGRESSIF          VALUE "D".
       01  LS-COUT                  PIC 9(9)V99.
       01  LS-DUREE-MOIS            PIC 9(3).
       01  LS-DATE-ACQUISITION      PIC 9(8).
       01  LS-AMORT-CUMULE          PIC 9(9)V99.
       01  LS-PERIODE               PIC 9(6).
       01  LS-DOTATION              PIC 9(9)V99.

       PROCEDURE DIVISION USING LS-METHODE LS-COUT LS-DUREE-MOIS
               LS-DATE-ACQUISITION LS-AMORT-CUMULE LS-PERIODE
               LS-DOTATION.
       0000-MAIN-DEB.
           MOVE ZERO TO LS-DOTATION.
           MOVE LS-DATE-ACQUISITION TO WS-ACQUISITION.
           MOVE LS-PERIODE TO WS-PERIODE.

           IF LS-COUT > LS-AMORT-CUMULE AND LS-DUREE-MOIS > ZERO
               COMPUTE WS-VNC = LS-COUT - LS-AMORT-CUMULE
               COMPUTE WS-RANG = (WS-PER-YYYY * 12 + WS-PER-MM)
                       - (WS-ACQ-YYYY * 12 + WS-ACQ-MM) + 1
               COMPUTE WS-MOIS-RESTANTS = LS-DUREE-MOIS - WS-RANG + 1
               IF WS-RANG >= 1
                   IF WS-MOIS-RESTANTS <= 1
                       MOVE WS-VNC TO LS-DOTATION
                   ELSE
                       PERFORM 1000-CALCULER-DOTATION-DEB
                          THRU 1000-CALCULER-DOTATION-FIN
                   END-IF
               END-IF
           END-IF.

           GOBACK.
       0000-MAIN-FIN.
           EXIT.

       1000-CALCULER-DOTATION-DEB.
           COMPUTE WS-DOTATION-LINEAIRE ROUNDED =
                   LS-COUT / LS-DUREE-MOIS.
           IF LS-DEGRESSIF
               COMPUTE WS-ANNEES = LS-DUREE-MOIS / 12
               EVALUATE TRUE
                   WHEN WS-ANNEES < 3
                       MOVE 1 TO WS-COEFFICIENT
                   WHEN WS-ANNEES <= 4
                       MOVE 1.25 TO WS-COEFFICIENT
                   WHEN WS-ANNEES <= 6
                       MOVE 1.75 TO WS-COEFFICIENT
                   WHEN OTHER
                       MOVE 2.25 TO WS-COEFFICIENT
               END-EVALUATE
               COMPUTE WS-TAUX-ANNUEL ROUNDED =
                       WS-COEFFICIENT / WS-ANNEES
               COMPUTE WS-TAUX-MENSUEL ROUNDED = WS-TAUX-ANNUEL / 12
               COMPUTE WS-DOTATION-DEGRESSIVE ROUNDED =
                       WS-VNC * WS-TAUX-MENSUEL
               COMPUTE WS-DOTATION-LINEAIRE ROUNDED =
                       WS-VNC / WS-MOIS-RESTANTS
               IF WS-DOTATION-DEGRESSIVE > WS-DOTATION-LINEAIRE
                   MOVE WS-DOTATION-DEGRESSIVE TO LS-DOTATION
               ELSE
                   MOVE WS-DOTATION-LINEAIRE TO LS-DOTATION
               END-IF
           ELSE
               MOVE WS-DOTATION-LINEAIRE TO LS-DOTATION
           END-IF.
           IF LS-DOTATION > WS-VNC
               MOVE WS-VNC TO LS-DOTATION
           END-IF.
       1000-CALCULER-DOTATION-FIN.
           EXIT.
