       IDENTIFICATION DIVISION.
       PROGRAM-ID. WatchListCheck.
       AUTHOR. Mathieu.

      * Screens a name keyed at the door against the banned-visitor
      * watch list - the printed list the front desk only spotted
      * when the right person was on shift. Both names are read the
      * same way before they are compared: upper-cased, with
      * everything but the letters dropped, so "Le Roux", "LEROUX"
      * and "le-roux" are one name. Only the active bans whose
      * first and last day cover today count. The verdict comes
      * back B when a listed name is the same (entry refused), R
      * when one is near - a letter more, less or different, or two
      * neighbouring letters swapped, on names of four letters or
      * more - for the desk to refer the visitor to security, and N
      * otherwise; B wins over R. Every hit is written to the
      * security alert log with the calling program, the listed
      * name and the reason of the ban, which comes back to the
      * caller as well.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-FILE ASSIGN DYNAMIC WS-LISTE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LISTE-STATUS.

           SELECT ALERT-FILE ASSIGN DYNAMIC WS-ALERT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE.
           COPY "WatchList.cpy".

       FD  ALERT-FILE.
           COPY "SecurityAlert.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LISTE-PATH            PIC X(40)
                                 VALUE "Data/WATCH-LIST.txt".
       01  WS-LISTE-STATUS          PIC XX.
       01  WS-ALERT-PATH            PIC X(40)
                                 VALUE "Data/SECURITY-ALERT-LOG.txt".
       01  WS-ALERT-STATUS          PIC XX.

       01  WS-DATE-DU-JOUR          PIC 9(8).
       01  WS-CURRENT-TIME.
           05 WS-CT-HOURS           PIC 9(2).
           05 WS-CT-MINUTES         PIC 9(2).
           05 WS-CT-SECONDS         PIC 9(2).
           05 FILLER                PIC 9(2).

      * The name being read, and its letters only.
       01  WS-NOM-BRUT              PIC X(12).
       01  WS-NOM-NORME             PIC X(12).
       01  WS-LONG-NORME            PIC 9(2).
       01  WS-SAISI-NORME           PIC X(12).
       01  WS-SAISI-LONG            PIC 9(2).
       01  WS-LISTE-NORME           PIC X(12).
       01  WS-LISTE-LONG            PIC 9(2).
       01  WS-C                     PIC 9(2).
       01  WS-I                     PIC 9(2).
       01  WS-J                     PIC 9(2).
       01  WS-CAR                   PIC X.

       01  WS-ECARTS                PIC 9(2).
       01  WS-PREMIER-ECART         PIC 9(2).
       01  WS-RESULTAT              PIC X.
           88 NOM-IDENTIQUE         VALUE "B".
           88 NOM-PROCHE            VALUE "R".
       01  WS-NOM-TROUVE            PIC X(12).
       01  WS-MOTIF-TROUVE          PIC X(30).

       LINKAGE SECTION.
       01  LS-PROGRAMME             PIC X(20).
       01  LS-NOM                   PIC X(12).
       01  LS-VERDICT               PIC X(1).
       01  LS-MOTIF                 PIC X(30).

       PROCEDURE DIVISION USING LS-PROGRAMME LS-NOM LS-VERDICT
               LS-MOTIF.
       0000-MAIN-DEB.
           MOVE "N" TO LS-VERDICT.
           MOVE SPACES TO LS-MOTIF.
           MOVE SPACES TO WS-NOM-TROUVE.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           MOVE LS-NOM TO WS-NOM-BRUT.
           PERFORM 1000-NORMALISER-DEB
              THRU 1000-NORMALISER-FIN.
           MOVE WS-NOM-NORME TO WS-SAISI-NORME.
           MOVE WS-LONG-NORME TO WS-SAISI-LONG.

           OPEN INPUT WATCH-LIST-FILE.
           IF WS-LISTE-STATUS = "00" AND WS-SAISI-LONG > ZERO
               PERFORM UNTIL WS-LISTE-STATUS = "10"
                       OR LS-VERDICT = "B"
                   READ WATCH-LIST-FILE
                       AT END
                           MOVE "10" TO WS-LISTE-STATUS
                       NOT AT END
                           IF WLS-ACTIF
                                   AND WLS-DEBUT <= WS-DATE-DU-JOUR
                                   AND WLS-FIN >= WS-DATE-DU-JOUR
                               PERFORM 2000-COMPARER-DEB
                                  THRU 2000-COMPARER-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCH-LIST-FILE
           END-IF.

           IF LS-VERDICT NOT = "N"
               PERFORM 3000-ALERTER-DEB
                  THRU 3000-ALERTER-FIN
           END-IF.

           GOBACK.
       0000-MAIN-FIN.
           EXIT.

       1000-NORMALISER-DEB.
           MOVE FUNCTION UPPER-CASE(WS-NOM-BRUT) TO WS-NOM-BRUT.
           MOVE SPACES TO WS-NOM-NORME.
           MOVE ZERO TO WS-LONG-NORME.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 12
               MOVE WS-NOM-BRUT(WS-C:1) TO WS-CAR
               IF WS-CAR >= "A" AND WS-CAR <= "Z"
                   ADD 1 TO WS-LONG-NORME
                   MOVE WS-CAR TO WS-NOM-NORME(WS-LONG-NORME:1)
               END-IF
           END-PERFORM.
       1000-NORMALISER-FIN.
           EXIT.

       2000-COMPARER-DEB.
           MOVE WLS-NOM TO WS-NOM-BRUT.
           PERFORM 1000-NORMALISER-DEB
              THRU 1000-NORMALISER-FIN.
           MOVE WS-NOM-NORME TO WS-LISTE-NORME.
           MOVE WS-LONG-NORME TO WS-LISTE-LONG.
           MOVE "N" TO WS-RESULTAT.

           IF WS-LISTE-LONG > ZERO
               IF WS-LISTE-NORME = WS-SAISI-NORME
                   MOVE "B" TO WS-RESULTAT
               ELSE
                   IF WS-SAISI-LONG >= 4 AND WS-LISTE-LONG >= 4
                       PERFORM 2100-RAPPROCHER-DEB
                          THRU 2100-RAPPROCHER-FIN
                   END-IF
               END-IF
           END-IF.

           IF NOM-IDENTIQUE
                   OR (NOM-PROCHE AND LS-VERDICT = "N")
               MOVE WS-RESULTAT TO LS-VERDICT
               MOVE WLS-NOM TO WS-NOM-TROUVE
               MOVE WLS-MOTIF TO LS-MOTIF
           END-IF.
       2000-COMPARER-FIN.
           EXIT.

      * One letter changed or two neighbours swapped on names of
      * the same length; one letter dropped when they differ by
      * one.
       2100-RAPPROCHER-DEB.
           EVALUATE TRUE
               WHEN WS-SAISI-LONG = WS-LISTE-LONG
                   MOVE ZERO TO WS-ECARTS
                   MOVE ZERO TO WS-PREMIER-ECART
                   PERFORM VARYING WS-C FROM 1 BY 1
                           UNTIL WS-C > WS-SAISI-LONG
                       IF WS-SAISI-NORME(WS-C:1)
                               NOT = WS-LISTE-NORME(WS-C:1)
                           ADD 1 TO WS-ECARTS
                           IF WS-PREMIER-ECART = ZERO
                               MOVE WS-C TO WS-PREMIER-ECART
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-ECARTS = 1
                       MOVE "R" TO WS-RESULTAT
                   END-IF
                   IF WS-ECARTS = 2
                           AND WS-PREMIER-ECART < WS-SAISI-LONG
                       MOVE WS-PREMIER-ECART TO WS-C
                       IF WS-SAISI-NORME(WS-C:1)
                               = WS-LISTE-NORME(WS-C + 1:1)
                               AND WS-SAISI-NORME(WS-C + 1:1)
                               = WS-LISTE-NORME(WS-C:1)
                           MOVE "R" TO WS-RESULTAT
                       END-IF
                   END-IF
               WHEN WS-SAISI-LONG = WS-LISTE-LONG + 1
                   MOVE WS-SAISI-NORME TO WS-NOM-BRUT
                   MOVE WS-LISTE-NORME TO WS-NOM-NORME
                   MOVE WS-SAISI-LONG TO WS-LONG-NORME
                   PERFORM 2200-UNE-LETTRE-EN-PLUS-DEB
                      THRU 2200-UNE-LETTRE-EN-PLUS-FIN
               WHEN WS-LISTE-LONG = WS-SAISI-LONG + 1
                   MOVE WS-LISTE-NORME TO WS-NOM-BRUT
                   MOVE WS-SAISI-NORME TO WS-NOM-NORME
                   MOVE WS-LISTE-LONG TO WS-LONG-NORME
                   PERFORM 2200-UNE-LETTRE-EN-PLUS-DEB
                      THRU 2200-UNE-LETTRE-EN-PLUS-FIN
           END-EVALUATE.
       2100-RAPPROCHER-FIN.
           EXIT.

      * The longer name (WS-NOM-BRUT, WS-LONG-NORME letters) must
      * read as the shorter one (WS-NOM-NORME) once a single letter
      * is skipped.
       2200-UNE-LETTRE-EN-PLUS-DEB.
           MOVE ZERO TO WS-ECARTS.
           MOVE 1 TO WS-J.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-LONG-NORME OR WS-ECARTS > 1
               IF WS-J < WS-LONG-NORME
                       AND WS-NOM-BRUT(WS-I:1) = WS-NOM-NORME(WS-J:1)
                   ADD 1 TO WS-J
               ELSE
                   ADD 1 TO WS-ECARTS
               END-IF
           END-PERFORM.
           IF WS-ECARTS = 1
               MOVE "R" TO WS-RESULTAT
           END-IF.
       2200-UNE-LETTRE-EN-PLUS-FIN.
           EXIT.

       3000-ALERTER-DEB.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN EXTEND ALERT-FILE.
           IF WS-ALERT-STATUS = "05" OR WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF.
           IF WS-ALERT-STATUS = "00"
               MOVE SPACES TO SECURITY-ALERT-RECORD
               STRING WS-DATE-DU-JOUR(1:4) "-" WS-DATE-DU-JOUR(5:2)
                      "-" WS-DATE-DU-JOUR(7:2) " " WS-CT-HOURS ":"
                      WS-CT-MINUTES ":" WS-CT-SECONDS
                      DELIMITED BY SIZE INTO ALR-TIMESTAMP
               MOVE LS-PROGRAMME TO ALR-PROGRAMME
               MOVE LS-NOM TO ALR-NOM-SAISI
               MOVE WS-NOM-TROUVE TO ALR-NOM-LISTE
               MOVE LS-VERDICT TO ALR-TYPE
               MOVE LS-MOTIF TO ALR-MOTIF
               WRITE SECURITY-ALERT-RECORD
               CLOSE ALERT-FILE
           ELSE
               DISPLAY "ERREUR OUVERTURE ALERT-FILE: "
                       WS-ALERT-STATUS
           END-IF.
       3000-ALERTER-FIN.
           EXIT.
