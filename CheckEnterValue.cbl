       01  WS-ATTENDU             PIC X(1).
       01  WS-DATE-DU-JOUR        PIC 9(8).

      * Verdict de la liste de surveillance: B refuse, R a signaler
      * a la securite, N rien.
       01  WS-SURV-PROGRAMME      PIC X(20)
                                   VALUE "CheckEnterValue".
       01  WS-SURV-VERDICT        PIC X(1).
           88 VISITEUR-BLOQUE     VALUE "B".
           88 VISITEUR-SIGNALE    VALUE "R".
       01  WS-SURV-MOTIF          PIC X(30).

       01  WS-CURRENT-DATE.
           05 WS-CDT-YEAR         PIC 9(4).
           05 WS-CDT-MONTH        PIC 9(2).
                  THRU 1000-VALIDER-NOM-FIN
           END-PERFORM.

           PERFORM 1200-CONTROLER-SURVEILLANCE-DEB
              THRU 1200-CONTROLER-SURVEILLANCE-FIN.

           IF NOT VISITEUR-BLOQUE
               MOVE 8 TO WS-MSG-NUMBER
               CALL "MessageCatalog" USING WS-MSG-NUMBER WS-MSG-TEXT
               DISPLAY FUNCTION TRIM(WS-MSG-TEXT) " " WS-NOM

               PERFORM 2000-ENREGISTRER-VISITE-DEB
                  THRU 2000-ENREGISTRER-VISITE-FIN
           END-IF.

           STOP RUN.

       1000-VALIDER-NOM-FIN.
           EXIT.

      * Le nom passe par la liste de surveillance avant tout
      * enregistrement: un banni reconnu est refuse et sa visite
      * n'est pas journalisee; un nom proche est admis mais signale,
      * l'accueil appelle la securite. L'alerte est tracee par
      * WatchListCheck dans les deux cas.
       1200-CONTROLER-SURVEILLANCE-DEB.
           CALL "WatchListCheck" USING WS-SURV-PROGRAMME WS-NOM
               WS-SURV-VERDICT WS-SURV-MOTIF.
           EVALUATE TRUE
               WHEN VISITEUR-BLOQUE
                   MOVE 45 TO WS-MSG-NUMBER
                   CALL "MessageCatalog" USING WS-MSG-NUMBER
                       WS-MSG-TEXT
                   DISPLAY WS-MSG-TEXT
               WHEN VISITEUR-SIGNALE
                   MOVE 46 TO WS-MSG-NUMBER
                   CALL "MessageCatalog" USING WS-MSG-NUMBER
                       WS-MSG-TEXT
                   DISPLAY WS-MSG-TEXT
           END-EVALUATE.
       1200-CONTROLER-SURVEILLANCE-FIN.
           EXIT.

      * L'arrivee est rapprochee du pre-enregistrement du jour:
      * un visiteur annonce est journalise avec son hote et le
      * drapeau E, tout autre passe en W (imprevu).
