      * error, 12 and above severe), counts the rejects sitting in
      * each suspense and validation file, and opens with a clear
      * ALL CLEAR or ATTENTION headline so the first coffee of the
      * morning says whether to dig further. The feeds expected
      * from outside (InboundFile.cpy) whose last verdict of the day
      * in the arrival log is not an acceptance - or that were
      * never looked at - are listed with the reason, and the steps
      * JobControlDriver held for them are counted apart.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DIGEST-STATUS.

           SELECT INBOUND-REGISTER-FILE ASSIGN DYNAMIC
                   WS-INBOUND-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-REGISTER-STATUS.

           SELECT ARRIVAL-LOG-FILE ASSIGN DYNAMIC WS-ARRIVAL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARRIVAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-AUDIT-FILE.
           05 JA-PROGRAM-ID         PIC X(20).
           05 JA-TIMESTAMP          PIC X(19).
           05 JA-RETURN-CODE        PIC 9(4).
           05 JA-START-TIME         PIC X(8).
           05 JA-END-TIME           PIC X(8).
           05 JA-ELAPSED-SEC        PIC 9(6).
           05 JA-RECORDS            PIC 9(7).
           05 JA-BUSINESS-DATE-X    PIC X(8).

       FD  SUSPENSE-SCAN-FILE.
       01  SUSPENSE-SCAN-RECORD     PIC X(133).
       FD  DIGEST-FILE.
       01  DIGEST-LINE              PIC X(80).

       FD  INBOUND-REGISTER-FILE.
           COPY "InboundFile.cpy".

       FD  ARRIVAL-LOG-FILE.
           COPY "InboundArrival.cpy".

       WORKING-STORAGE SECTION.
       01  WS-JOB-AUDIT-PATH        PIC X(40)
                                    VALUE "Data/JOB-AUDIT.txt".
       01  WS-DIGEST-PATH           PIC X(40)
                                    VALUE "Data/MORNING-DIGEST.txt".
       01  WS-DIGEST-STATUS         PIC XX.
       01  WS-INBOUND-REGISTER-PATH PIC X(40)
                             VALUE "Data/INBOUND-FILE-REGISTER.txt".
       01  WS-INBOUND-REGISTER-STATUS PIC XX.
       01  WS-ARRIVAL-PATH          PIC X(40)
                                 VALUE "Data/INBOUND-ARRIVAL-LOG.txt".
       01  WS-ARRIVAL-STATUS        PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-ERROR-CNT             PIC 9(3) VALUE ZERO.
       01  WS-SEVERE-CNT            PIC 9(3) VALUE ZERO.
       01  WS-SKIP-CNT              PIC 9(3) VALUE ZERO.
       01  WS-HELD-CNT              PIC 9(3) VALUE ZERO.

       01  WS-REJET-TOTAL           PIC 9(6) VALUE ZERO.
       01  WS-REJET-CNT             PIC 9(5).
       01  WS-FICHIERS-TABLE REDEFINES WS-FICHIERS-SURVEILLES.
           05 WS-FICHIER            PIC X(40) OCCURS 12 TIMES.

      * Expected inbound feeds and the day's last verdict on each
      * (blank when no check looked at the feed today).
       01  WS-FLUX-CNT              PIC 9(3) VALUE ZERO.
       01  WS-FLUX-MANQUANT         PIC 9(3) VALUE ZERO.
       01  WS-X                     PIC 9(3).
       01  WS-FLUX-LIBELLE          PIC X(36).
       01  WS-FLUX-TABLE.
           05 WS-FLUX-ENTRY OCCURS 50 TIMES
                   DEPENDING ON WS-FLUX-CNT
                   INDEXED BY XX.
               10 WS-X-STREAM       PIC X(8).
               10 WS-X-FILE-ID      PIC X(10).
               10 WS-X-STATUT       PIC X(1).
               10 WS-X-ENREG        PIC 9(7).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              VARYING WS-F FROM 1 BY 1
              UNTIL WS-F > WS-FICHIER-CNT.

           PERFORM 3500-CONTROLER-FLUX-DEB
              THRU 3500-CONTROLER-FLUX-FIN.

           PERFORM 4000-EDITER-TITRE-DEB
              THRU 4000-EDITER-TITRE-FIN.

               WHEN JA-RETURN-CODE = 9999
                   MOVE "-" TO WS-SEVERITE
                   ADD 1 TO WS-SKIP-CNT
               WHEN JA-RETURN-CODE = 9998
                   MOVE "H" TO WS-SEVERITE
                   ADD 1 TO WS-HELD-CNT
               WHEN JA-RETURN-CODE = ZERO
                   MOVE "I" TO WS-SEVERITE
                   ADD 1 TO WS-INFO-CNT
       3000-COMPTER-REJETS-FIN.
           EXIT.

      * One line per feed not accepted today, then the feed total.
       3500-CONTROLER-FLUX-DEB.
           OPEN INPUT INBOUND-REGISTER-FILE.
           IF WS-INBOUND-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-INBOUND-REGISTER-STATUS = "10"
                   READ INBOUND-REGISTER-FILE
                       AT END
                           MOVE "10" TO WS-INBOUND-REGISTER-STATUS
                       NOT AT END
                           IF WS-FLUX-CNT < 50
                               ADD 1 TO WS-FLUX-CNT
                               SET XX TO WS-FLUX-CNT
                               MOVE IFR-STREAM TO WS-X-STREAM(XX)
                               MOVE IFR-FILE-ID TO WS-X-FILE-ID(XX)
                               MOVE SPACE TO WS-X-STATUT(XX)
                               MOVE ZERO TO WS-X-ENREG(XX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INBOUND-REGISTER-FILE
           END-IF.

           IF WS-FLUX-CNT > ZERO
               OPEN INPUT ARRIVAL-LOG-FILE
               IF WS-ARRIVAL-STATUS = "00"
                   PERFORM UNTIL WS-ARRIVAL-STATUS = "10"
                       READ ARRIVAL-LOG-FILE
                           AT END
                               MOVE "10" TO WS-ARRIVAL-STATUS
                           NOT AT END
                               IF IAL-DATE = WS-RUN-DATE
                                   PERFORM 3510-NOTER-VERDICT-DEB
                                      THRU 3510-NOTER-VERDICT-FIN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARRIVAL-LOG-FILE
               END-IF

               PERFORM 3520-EDITER-FLUX-DEB
                  THRU 3520-EDITER-FLUX-FIN
                  VARYING WS-X FROM 1 BY 1
                  UNTIL WS-X > WS-FLUX-CNT

               MOVE SPACES TO DIGEST-LINE
               STRING "FLUX ENTRANTS: " WS-FLUX-CNT " ATTENDUS, "
                      WS-FLUX-MANQUANT " MANQUANTS OU REFUSES, "
                      WS-HELD-CNT " STEPS RETENUS"
                      DELIMITED BY SIZE INTO DIGEST-LINE
               WRITE DIGEST-LINE
           END-IF.
       3500-CONTROLER-FLUX-FIN.
           EXIT.

       3510-NOTER-VERDICT-DEB.
           PERFORM VARYING WS-X FROM 1 BY 1
                   UNTIL WS-X > WS-FLUX-CNT
               IF WS-X-STREAM(WS-X) = IAL-STREAM
                       AND WS-X-FILE-ID(WS-X) = IAL-FILE-ID
                   MOVE IAL-STATUT TO WS-X-STATUT(WS-X)
                   MOVE IAL-ENREG TO WS-X-ENREG(WS-X)
               END-IF
           END-PERFORM.
       3510-NOTER-VERDICT-FIN.
           EXIT.

       3520-EDITER-FLUX-DEB.
           IF WS-X-STATUT(WS-X) NOT = "O"
               ADD 1 TO WS-FLUX-MANQUANT
               EVALUATE WS-X-STATUT(WS-X)
                   WHEN "A"
                       MOVE "ABSENT" TO WS-FLUX-LIBELLE
                   WHEN "V"
                       MOVE "LIVRE VIDE" TO WS-FLUX-LIBELLE
                   WHEN "C"
                       MOVE "NOMBRE D'ENREG. HORS BORNES"
                           TO WS-FLUX-LIBELLE
                   WHEN "M"
                       MOVE "TRAILER ABSENT OU ERRONE"
                           TO WS-FLUX-LIBELLE
                   WHEN "D"
                       MOVE "FICHIER DE LA VEILLE REEXPEDIE"
                           TO WS-FLUX-LIBELLE
                   WHEN OTHER
                       MOVE "NON CONTROLE AUJOURD'HUI"
                           TO WS-FLUX-LIBELLE
               END-EVALUATE
               MOVE SPACES TO DIGEST-LINE
               STRING "F " WS-X-STREAM(WS-X) " "
                      WS-X-FILE-ID(WS-X) " : " WS-FLUX-LIBELLE
                      " (" WS-X-ENREG(WS-X) ")"
                      DELIMITED BY SIZE INTO DIGEST-LINE
               WRITE DIGEST-LINE
           END-IF.
       3520-EDITER-FLUX-FIN.
           EXIT.

       4000-EDITER-TITRE-DEB.
           MOVE SPACES TO DIGEST-LINE.
           STRING "TOTAUX: " WS-STEP-CNT " STEPS ("
           MOVE SPACES TO DIGEST-LINE.
           IF WS-SEVERE-CNT = ZERO AND WS-ERROR-CNT = ZERO
                   AND WS-REJET-TOTAL = ZERO
                   AND WS-FLUX-MANQUANT = ZERO
                   AND WS-HELD-CNT = ZERO
               STRING "*** ALL CLEAR - " WS-RUN-DATE-TEXTE " ***"
                      DELIMITED BY SIZE INTO DIGEST-LINE
           ELSE
           DISPLAY "DIGEST DU MATIN GENERE.".
           DISPLAY "STEPS DU JOUR         : " WS-STEP-CNT.
           DISPLAY "REJETS EN ATTENTE     : " WS-REJET-TOTAL.
           DISPLAY "FLUX MANQUANTS        : " WS-FLUX-MANQUANT.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
