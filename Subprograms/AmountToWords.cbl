       IDENTIFICATION DIVISION.
       PROGRAM-ID. AmountToWords.
       AUTHOR. Mathieu.

      * Writes a euro amount out in French words, the "somme en
      * toutes lettres" a cheque must carry next to the figures.
      * Covers up to 9 999 999.99 with the French rules: ET UN in
      * the twenties to sixties and in SOIXANTE ET ONZE, the
      * hyphenated compounds, QUATRE-VINGTS and the CENTS plural
      * only when nothing follows (and not before MILLE, which
      * never takes one), MILLION(S) D'EUROS on a round million.
      * The result is upper case, left aligned, space padded.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-UNITES-VALEURS.
           05 FILLER                PIC X(9) VALUE "UN".
           05 FILLER                PIC X(9) VALUE "DEUX".
           05 FILLER                PIC X(9) VALUE "TROIS".
           05 FILLER                PIC X(9) VALUE "QUATRE".
           05 FILLER                PIC X(9) VALUE "CINQ".
           05 FILLER                PIC X(9) VALUE "SIX".
           05 FILLER                PIC X(9) VALUE "SEPT".
           05 FILLER                PIC X(9) VALUE "HUIT".
           05 FILLER                PIC X(9) VALUE "NEUF".
           05 FILLER                PIC X(9) VALUE "DIX".
           05 FILLER                PIC X(9) VALUE "ONZE".
           05 FILLER                PIC X(9) VALUE "DOUZE".
           05 FILLER                PIC X(9) VALUE "TREIZE".
           05 FILLER                PIC X(9) VALUE "QUATORZE".
           05 FILLER                PIC X(9) VALUE "QUINZE".
           05 FILLER                PIC X(9) VALUE "SEIZE".
           05 FILLER                PIC X(9) VALUE "DIX-SEPT".
           05 FILLER                PIC X(9) VALUE "DIX-HUIT".
           05 FILLER                PIC X(9) VALUE "DIX-NEUF".
       01  WS-UNITES-TABLE REDEFINES WS-UNITES-VALEURS.
           05 WS-UNITE              PIC X(9) OCCURS 19 TIMES.

      * Tens 2 to 9 - seventy and ninety are built on SOIXANTE and
      * QUATRE-VINGT plus ten to nineteen.
       01  WS-DIZAINES-VALEURS.
           05 FILLER                PIC X(12) VALUE "VINGT".
           05 FILLER                PIC X(12) VALUE "TRENTE".
           05 FILLER                PIC X(12) VALUE "QUARANTE".
           05 FILLER                PIC X(12) VALUE "CINQUANTE".
           05 FILLER                PIC X(12) VALUE "SOIXANTE".
           05 FILLER                PIC X(12) VALUE "SOIXANTE".
           05 FILLER                PIC X(12) VALUE "QUATRE-VINGT".
           05 FILLER                PIC X(12) VALUE "QUATRE-VINGT".
       01  WS-DIZAINES-TABLE REDEFINES WS-DIZAINES-VALEURS.
           05 WS-DIZAINE            PIC X(12) OCCURS 8 TIMES.

       01  WS-EUROS                 PIC 9(7).
       01  WS-CENTIMES              PIC 9(2).
       01  WS-MILLIONS              PIC 9(3).
       01  WS-MILLIERS              PIC 9(3).
       01  WS-RESTE                 PIC 9(3).

      * The three-digit group being spelt and whether it ends the
      * number (Y) - only then do CENTS and QUATRE-VINGTS take
      * their S.
       01  WS-GROUPE                PIC 9(3).
       01  WS-GROUPE-FINAL          PIC X(1).
       01  WS-CENTAINE              PIC 9(1).
       01  WS-DEUX-CHIFFRES         PIC 9(2).
       01  WS-DIZ                   PIC 9(1).
       01  WS-UNI                   PIC 9(1).
       01  WS-DIX-PLUS              PIC 9(2).

       01  WS-MOT                   PIC X(40).
       01  WS-POINTEUR              PIC 9(3).

       LINKAGE SECTION.
       01  LS-MONTANT               PIC 9(7)V99.
       01  LS-LETTRES               PIC X(160).

       PROCEDURE DIVISION USING LS-MONTANT LS-LETTRES.
       0000-MAIN-DEB.
           MOVE SPACES TO LS-LETTRES.
           MOVE 1 TO WS-POINTEUR.
           MOVE LS-MONTANT TO WS-EUROS.
           COMPUTE WS-CENTIMES = (LS-MONTANT - WS-EUROS) * 100.

           COMPUTE WS-MILLIONS = WS-EUROS / 1000000.
           COMPUTE WS-MILLIERS = (WS-EUROS - WS-MILLIONS * 1000000)
                                 / 1000.
           COMPUTE WS-RESTE = WS-EUROS - WS-MILLIONS * 1000000
                                       - WS-MILLIERS * 1000.

           IF WS-EUROS = ZERO
               MOVE "ZERO" TO WS-MOT
               PERFORM 8000-AJOUTER-MOT-DEB
                  THRU 8000-AJOUTER-MOT-FIN
           END-IF.

           IF WS-MILLIONS > ZERO
               MOVE WS-MILLIONS TO WS-GROUPE
               MOVE "Y" TO WS-GROUPE-FINAL
               PERFORM 1000-EPELER-GROUPE-DEB
                  THRU 1000-EPELER-GROUPE-FIN
               IF WS-MILLIONS > 1
                   MOVE "MILLIONS" TO WS-MOT
               ELSE
                   MOVE "MILLION" TO WS-MOT
               END-IF
               PERFORM 8000-AJOUTER-MOT-DEB
                  THRU 8000-AJOUTER-MOT-FIN
           END-IF.

           IF WS-MILLIERS > ZERO
               IF WS-MILLIERS > 1
                   MOVE WS-MILLIERS TO WS-GROUPE
                   MOVE "N" TO WS-GROUPE-FINAL
                   PERFORM 1000-EPELER-GROUPE-DEB
                      THRU 1000-EPELER-GROUPE-FIN
               END-IF
               MOVE "MILLE" TO WS-MOT
               PERFORM 8000-AJOUTER-MOT-DEB
                  THRU 8000-AJOUTER-MOT-FIN
           END-IF.

           IF WS-RESTE > ZERO
               MOVE WS-RESTE TO WS-GROUPE
               MOVE "Y" TO WS-GROUPE-FINAL
               PERFORM 1000-EPELER-GROUPE-DEB
                  THRU 1000-EPELER-GROUPE-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-MILLIONS > ZERO AND WS-MILLIERS = ZERO
                       AND WS-RESTE = ZERO
                   MOVE "D'EUROS" TO WS-MOT
               WHEN WS-EUROS > 1
                   MOVE "EUROS" TO WS-MOT
               WHEN OTHER
                   MOVE "EURO" TO WS-MOT
           END-EVALUATE.
           PERFORM 8000-AJOUTER-MOT-DEB
              THRU 8000-AJOUTER-MOT-FIN.

           IF WS-CENTIMES > ZERO
               MOVE "ET" TO WS-MOT
               PERFORM 8000-AJOUTER-MOT-DEB
                  THRU 8000-AJOUTER-MOT-FIN
               MOVE WS-CENTIMES TO WS-DEUX-CHIFFRES
               MOVE "Y" TO WS-GROUPE-FINAL
               PERFORM 2000-EPELER-DEUX-CHIFFRES-DEB
                  THRU 2000-EPELER-DEUX-CHIFFRES-FIN
               IF WS-CENTIMES > 1
                   MOVE "CENTIMES" TO WS-MOT
               ELSE
                   MOVE "CENTIME" TO WS-MOT
               END-IF
               PERFORM 8000-AJOUTER-MOT-DEB
                  THRU 8000-AJOUTER-MOT-FIN
           END-IF.

           GOBACK.
       0000-MAIN-FIN.
           EXIT.

       1000-EPELER-GROUPE-DEB.
           DIVIDE WS-GROUPE BY 100 GIVING WS-CENTAINE
               REMAINDER WS-DEUX-CHIFFRES.

           IF WS-CENTAINE > ZERO
               IF WS-CENTAINE > 1
                   MOVE WS-UNITE(WS-CENTAINE) TO WS-MOT
                   PERFORM 8000-AJOUTER-MOT-DEB
                      THRU 8000-AJOUTER-MOT-FIN
               END-IF
               IF WS-CENTAINE > 1 AND WS-DEUX-CHIFFRES = ZERO
                       AND WS-GROUPE-FINAL = "Y"
                   MOVE "CENTS" TO WS-MOT
               ELSE
                   MOVE "CENT" TO WS-MOT
               END-IF
               PERFORM 8000-AJOUTER-MOT-DEB
                  THRU 8000-AJOUTER-MOT-FIN
           END-IF.

           IF WS-DEUX-CHIFFRES > ZERO
               PERFORM 2000-EPELER-DEUX-CHIFFRES-DEB
                  THRU 2000-EPELER-DEUX-CHIFFRES-FIN
           END-IF.
       1000-EPELER-GROUPE-FIN.
           EXIT.

       2000-EPELER-DEUX-CHIFFRES-DEB.
           MOVE SPACES TO WS-MOT.
           IF WS-DEUX-CHIFFRES < 20
               MOVE WS-UNITE(WS-DEUX-CHIFFRES) TO WS-MOT
           ELSE
               DIVIDE WS-DEUX-CHIFFRES BY 10 GIVING WS-DIZ
                   REMAINDER WS-UNI
               EVALUATE TRUE
                   WHEN WS-DIZ = 7 AND WS-UNI = 1
                       MOVE "SOIXANTE ET ONZE" TO WS-MOT
                   WHEN WS-DIZ = 7 OR WS-DIZ = 9
                       COMPUTE WS-DIX-PLUS = WS-UNI + 10
                       STRING WS-DIZAINE(WS-DIZ - 1) DELIMITED BY SPACE
                              "-" DELIMITED BY SIZE
                              WS-UNITE(WS-DIX-PLUS) DELIMITED BY SPACE
                              INTO WS-MOT
                   WHEN WS-UNI = ZERO AND WS-DIZ = 8
                           AND WS-GROUPE-FINAL = "Y"
                       MOVE "QUATRE-VINGTS" TO WS-MOT
                   WHEN WS-UNI = ZERO
                       MOVE WS-DIZAINE(WS-DIZ - 1) TO WS-MOT
                   WHEN WS-UNI = 1 AND WS-DIZ NOT = 8
                       STRING WS-DIZAINE(WS-DIZ - 1) DELIMITED BY SPACE
                              " ET UN" DELIMITED BY SIZE
                              INTO WS-MOT
                   WHEN OTHER
                       STRING WS-DIZAINE(WS-DIZ - 1) DELIMITED BY SPACE
                              "-" DELIMITED BY SIZE
                              WS-UNITE(WS-UNI) DELIMITED BY SPACE
                              INTO WS-MOT
               END-EVALUATE
           END-IF.
           PERFORM 8000-AJOUTER-MOT-DEB
              THRU 8000-AJOUTER-MOT-FIN.
       2000-EPELER-DEUX-CHIFFRES-FIN.
           EXIT.

      * Appends WS-MOT and one separating space; a word may itself
      * hold single spaces (VINGT ET UN), never two in a row.
       8000-AJOUTER-MOT-DEB.
           IF WS-POINTEUR > 1
               STRING " " DELIMITED BY SIZE
                      INTO LS-LETTRES WITH POINTER WS-POINTEUR
           END-IF.
           STRING WS-MOT DELIMITED BY "  "
                  INTO LS-LETTRES WITH POINTER WS-POINTEUR.
       8000-AJOUTER-MOT-FIN.
           EXIT.
