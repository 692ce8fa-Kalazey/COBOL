       IDENTIFICATION DIVISION.
       PROGRAM-ID. InboundArrivalCheck.
       AUTHOR. Mathieu.

      * Arrival check step of the nightly stream, run ahead of the
      * steps that consume files delivered from outside. For every
      * file the inbound register (InboundFile.cpy) expects for the
      * stream, InboundFileCheck judges the file as it lies; while
      * it is missing or not yet right and its arrival window is
      * still open the step waits and looks again, and once the
      * file is accepted or the window has closed the verdict goes
      * to the arrival log (InboundArrival.cpy). A file absent,
      * empty, short, badly trailed or sent again from yesterday
      * ends the step with condition code 4: the rest of the
      * stream goes on, JobControlDriver holds the steps named
      * against the file in the register, and MorningDigest lists
      * the feed as missing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
           COPY "InboundFile.cpy".

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-PATH         PIC X(40)
                             VALUE "Data/INBOUND-FILE-REGISTER.txt".
       01  WS-REGISTER-STATUS       PIC XX.

       01  WS-STREAM-ID             PIC X(8) VALUE "NIGHTLY ".
       01  WS-ORIGINE               PIC X(20)
                                    VALUE "InboundArrivalCheck".

       01  WS-ATTENTE-SECONDES      PIC 9(3) VALUE 300.

       01  WS-CURRENT-TIME          PIC 9(8).
       01  WS-HEURE-HHMM            PIC 9(4).
       01  WS-FENETRE               PIC X.
           88 FENETRE-OUVERTE       VALUE "Y".

       01  WS-JOURNAL               PIC X(1).
       01  WS-STATUT                PIC X(1).
           88 FICHIER-ACCEPTE       VALUE "O".
       01  WS-ENREG                 PIC 9(7).
       01  WS-LIBELLE               PIC X(40).

       01  WS-FICHIER-CNT           PIC 9(3) VALUE ZERO.
       01  WS-ACCEPTE-CNT           PIC 9(3) VALUE ZERO.
       01  WS-REFUSE-CNT            PIC 9(3) VALUE ZERO.
       01  WS-F                     PIC 9(3).

       01  WS-FICHIER-TABLE.
           05 WS-FICHIER-ENTRY OCCURS 50 TIMES
                   DEPENDING ON WS-FICHIER-CNT
                   INDEXED BY FX.
               10 WS-F-ENREG        PIC X(110).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-CONTROLER-FICHIER-DEB
              THRU 2000-CONTROLER-FICHIER-FIN
              VARYING WS-F FROM 1 BY 1
              UNTIL WS-F > WS-FICHIER-CNT.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

      * Only the register rows of this stream; no register means
      * nothing is expected from outside.
       1000-INITIALISATION-DEB.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "35"
               DISPLAY "AUCUN FICHIER ENTRANT ATTENDU"
               STOP RUN
           END-IF.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REGISTER-FILE: "
                       WS-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-REGISTER-STATUS = "10"
               READ REGISTER-FILE
                   AT END
                       MOVE "10" TO WS-REGISTER-STATUS
                   NOT AT END
                       IF IFR-STREAM = WS-STREAM-ID
                           IF WS-FICHIER-CNT >= 50
                               DISPLAY "TABLE FICHIERS ENTRANTS "
                                       "PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-FICHIER-CNT
                           SET FX TO WS-FICHIER-CNT
                           MOVE INBOUND-FILE-RECORD
                               TO WS-F-ENREG(FX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE.
       1000-INITIALISATION-FIN.
           EXIT.

      * Looks while the window is open, then the verdict that is
      * logged - one log row per file and night, whatever the
      * number of looks it took.
       2000-CONTROLER-FICHIER-DEB.
           MOVE WS-F-ENREG(WS-F) TO INBOUND-FILE-RECORD.
           MOVE "N" TO WS-JOURNAL.
           PERFORM 2100-TESTER-FENETRE-DEB
              THRU 2100-TESTER-FENETRE-FIN.
           CALL "InboundFileCheck" USING INBOUND-FILE-RECORD
               WS-ORIGINE WS-JOURNAL WS-STATUT WS-ENREG.

           PERFORM UNTIL FICHIER-ACCEPTE OR NOT FENETRE-OUVERTE
               DISPLAY "FICHIER " IFR-FILE-ID " NON PRET ("
                       WS-STATUT ") - ATTENTE JUSQU'A "
                       IFR-FENETRE-FIN
               CALL "C$SLEEP" USING WS-ATTENTE-SECONDES
               PERFORM 2100-TESTER-FENETRE-DEB
                  THRU 2100-TESTER-FENETRE-FIN
               CALL "InboundFileCheck" USING INBOUND-FILE-RECORD
                   WS-ORIGINE WS-JOURNAL WS-STATUT WS-ENREG
           END-PERFORM.

           MOVE "Y" TO WS-JOURNAL.
           CALL "InboundFileCheck" USING INBOUND-FILE-RECORD
               WS-ORIGINE WS-JOURNAL WS-STATUT WS-ENREG.

           EVALUATE WS-STATUT
               WHEN "O"
                   MOVE "ACCEPTE" TO WS-LIBELLE
               WHEN "A"
                   MOVE "ABSENT" TO WS-LIBELLE
               WHEN "V"
                   MOVE "VIDE" TO WS-LIBELLE
               WHEN "C"
                   MOVE "NOMBRE D'ENREGISTREMENTS HORS BORNES"
                       TO WS-LIBELLE
               WHEN "M"
                   MOVE "TRAILER ABSENT OU ERRONE" TO WS-LIBELLE
               WHEN "D"
                   MOVE "FICHIER DE LA VEILLE REEXPEDIE"
                       TO WS-LIBELLE
           END-EVALUATE.

           IF FICHIER-ACCEPTE
               ADD 1 TO WS-ACCEPTE-CNT
           ELSE
               ADD 1 TO WS-REFUSE-CNT
           END-IF.
           DISPLAY "FICHIER " IFR-FILE-ID " : " WS-ENREG
                   " ENREG. - " WS-LIBELLE.
       2000-CONTROLER-FICHIER-FIN.
           EXIT.

      * Worth waiting while the window has not closed yet; a window
      * running across midnight is open from its start onwards and
      * again until its end the next morning.
       2100-TESTER-FENETRE-DEB.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-TIME(1:4) TO WS-HEURE-HHMM.
           MOVE "N" TO WS-FENETRE.
           IF IFR-FENETRE-DEBUT <= IFR-FENETRE-FIN
               IF WS-HEURE-HHMM < IFR-FENETRE-FIN
                   MOVE "Y" TO WS-FENETRE
               END-IF
           ELSE
               IF WS-HEURE-HHMM >= IFR-FENETRE-DEBUT
                       OR WS-HEURE-HHMM < IFR-FENETRE-FIN
                   MOVE "Y" TO WS-FENETRE
               END-IF
           END-IF.
       2100-TESTER-FENETRE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           DISPLAY "------------------------------------------------".
           DISPLAY "CONTROLE DES ARRIVEES - STREAM " WS-STREAM-ID.
           DISPLAY "FICHIERS ATTENDUS     : " WS-FICHIER-CNT.
           DISPLAY "FICHIERS ACCEPTES     : " WS-ACCEPTE-CNT.
           DISPLAY "FICHIERS NON CONFORMES: " WS-REFUSE-CNT.
           DISPLAY "------------------------------------------------".

           IF WS-REFUSE-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-FIN.
           EXIT.
