      * file go onto the follow-up list, and the office gets a count
      * of members by renewal month, including the records whose
      * month value is not a month at all.
      * Family memberships are read from the household links: a
      * dependent rides on the primary member's renewal, so only
      * the primary is notified - one notice for the household,
      * naming how many dependents it covers - and dependents are
      * counted apart from the months. A dependent who has reached
      * the age of majority is marked on the links file and listed
      * on the conversion list until the office gives them a
      * membership of their own.
      * Each notice is queued through NotificationWriter (template
      * RENOUV, with the month and the number of dependents); a
      * member with an email address or mobile number in the
      * contact directory gets it from the gateway, and only the
      * others are put on the printed notice file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT HOUSEHOLD-FILE ASSIGN DYNAMIC WS-HOUSEHOLD-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLD-STATUS.

           SELECT CONVERSION-FILE ASSIGN DYNAMIC WS-CONVERSION-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONVERSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE.
       FD  SUMMARY-FILE.
       01  SUMMARY-LINE             PIC X(60).

       FD  HOUSEHOLD-FILE.
           COPY "MemberHousehold.cpy".

       FD  CONVERSION-FILE.
       01  CONVERSION-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MEMBER-PATH           PIC X(40)
                                 VALUE "Data/MEMBER-FILE.txt".
       01  WS-NOTICE-STATUS         PIC XX.
       01  WS-FOLLOWUP-STATUS       PIC XX.
       01  WS-SUMMARY-STATUS        PIC XX.
       01  WS-HOUSEHOLD-PATH        PIC X(40)
                                 VALUE "Data/MEMBER-HOUSEHOLD.txt".
       01  WS-CONVERSION-PATH       PIC X(40)
                                 VALUE "Data/HOUSEHOLD-CONVERSIONS.txt".
       01  WS-HOUSEHOLD-STATUS      PIC XX.
       01  WS-CONVERSION-STATUS     PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-NOTIFIES-CNT          PIC 9(5) VALUE ZERO.
       01  WS-RELANCES-CNT          PIC 9(5) VALUE ZERO.
       01  WS-MOIS-INVALIDE-CNT     PIC 9(5) VALUE ZERO.
       01  WS-RATTACHES-CNT         PIC 9(5) VALUE ZERO.
       01  WS-FOYERS-CNT            PIC 9(5) VALUE ZERO.
       01  WS-MAJEURS-CNT           PIC 9(5) VALUE ZERO.
       01  WS-A-CONVERTIR-CNT       PIC 9(5) VALUE ZERO.
       01  WS-ELECTRONIQUE-CNT      PIC 9(5) VALUE ZERO.

       01  WS-NT-PRODUCTEUR         PIC X(20)
                                 VALUE "MembershipRenewal".
       01  WS-NT-TEMPLATE           PIC X(8) VALUE "RENOUV".
       01  WS-NT-DEST-TYPE          PIC X(1) VALUE "M".
       01  WS-NT-CHAMPS.
           05 WS-NT-CHAMP           PIC X(20) OCCURS 5 TIMES.
       01  WS-NT-PAPIER-LOCAL       PIC X(1) VALUE "Y".
       01  WS-NT-CANAL              PIC X(1).

       01  WS-AGE-MAJORITE          PIC 9(2) VALUE 18.
       01  WS-DATE-MAJORITE         PIC 9(8).
       01  WS-EST-RATTACHE          PIC X.
           88 EST-RATTACHE          VALUE "Y".
       01  WS-NB-RATTACHES          PIC 9(3).
       01  WS-NB-RATTACHES-EDITE    PIC ZZ9.

       01  WS-M                     PIC 9(2).
       01  WS-I                     PIC 9(5).
               10 WS-NN-ID          PIC X(6).
               10 WS-NN-PERIODE     PIC 9(6).

       01  WS-FOYER-CNT             PIC 9(5) VALUE ZERO.
       01  WS-F                     PIC 9(5).
       01  WS-FOYER-TABLE.
           05 WS-FOYER-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-FOYER-CNT
                   INDEXED BY FX.
               10 WS-F-ID           PIC X(6).
               10 WS-F-PRINCIPAL    PIC X(6).
               10 WS-F-NAISSANCE    PIC 9(8).
               10 WS-F-STATUT       PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
           PERFORM 5000-EDITER-SYNTHESE-DEB
              THRU 5000-EDITER-SYNTHESE-FIN.

           PERFORM 6000-CONTROLER-MAJORITES-DEB
              THRU 6000-CONTROLER-MAJORITES-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

              THRU 1100-CHARGER-RENOUVELLEMENTS-FIN.
           PERFORM 1200-CHARGER-NOTIFIES-DEB
              THRU 1200-CHARGER-NOTIFIES-FIN.
           PERFORM 1300-CHARGER-FOYERS-DEB
              THRU 1300-CHARGER-FOYERS-FIN.

           OPEN INPUT MEMBER-FILE.
           IF WS-MEMBER-STATUS NOT = "00"
       1200-CHARGER-NOTIFIES-FIN.
           EXIT.

      * The household links are optional - without them every
      * member stands alone, as before.
       1300-CHARGER-FOYERS-DEB.
           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-STATUS = "00"
               PERFORM UNTIL WS-HOUSEHOLD-STATUS = "10"
                   READ HOUSEHOLD-FILE
                       AT END
                           MOVE "10" TO WS-HOUSEHOLD-STATUS
                       NOT AT END
                           IF WS-FOYER-CNT >= 9999
                               DISPLAY "TABLE DES FOYERS PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-FOYER-CNT
                           SET FX TO WS-FOYER-CNT
                           MOVE MHH-MBR-ID TO WS-F-ID(FX)
                           MOVE MHH-PRINCIPAL TO WS-F-PRINCIPAL(FX)
                           MOVE MHH-NAISSANCE TO WS-F-NAISSANCE(FX)
                           MOVE MHH-STATUT TO WS-F-STATUT(FX)
                   END-READ
               END-PERFORM
               CLOSE HOUSEHOLD-FILE
           END-IF.
       1300-CHARGER-FOYERS-FIN.
           EXIT.

       2000-TRAITEMENT-DEB.
           ADD 1 TO WS-LUS-CNT.

           MOVE "N" TO WS-EST-RATTACHE.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FOYER-CNT
               IF WS-F-ID(WS-F) = MBR-ID
                   MOVE "Y" TO WS-EST-RATTACHE
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN EST-RATTACHE
                   ADD 1 TO WS-RATTACHES-CNT
               WHEN MBR-MONTH >= 1 AND MBR-MONTH <= 12
                   MOVE MBR-MONTH TO WS-MONTH-NUM
                   ADD 1 TO WS-MOIS-CNT(WS-MONTH-NUM)
                   IF WS-MONTH-NUM = WS-RUN-MONTH
                       PERFORM 2200-NOTIFIER-MEMBRE-DEB
                          THRU 2200-NOTIFIER-MEMBRE-FIN
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-MOIS-INVALIDE-CNT
                   DISPLAY "MOIS INVALIDE POUR " MBR-ID ": "
                           MBR-MONTH
           END-EVALUATE.

           PERFORM 2100-LIRE-MEMBRE-DEB
              THRU 2100-LIRE-MEMBRE-FIN.
       2100-LIRE-MEMBRE-FIN.
           EXIT.

      * A primary member's notice covers the whole household.
       2200-NOTIFIER-MEMBRE-DEB.
           CALL "MonthLookup" USING WS-MONTH-NUM WS-MONTH-NAME.

           MOVE ZERO TO WS-NB-RATTACHES.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FOYER-CNT
               IF WS-F-PRINCIPAL(WS-F) = MBR-ID
                   ADD 1 TO WS-NB-RATTACHES
               END-IF
           END-PERFORM.

           MOVE SPACES TO NOTICE-LINE.
           IF WS-NB-RATTACHES = ZERO
               STRING "AVIS DE RENOUVELLEMENT - MEMBRE " MBR-ID
                      " - ECHEANCE " WS-MONTH-NAME
                      DELIMITED BY SIZE INTO NOTICE-LINE
           ELSE
               MOVE WS-NB-RATTACHES TO WS-NB-RATTACHES-EDITE
               STRING "AVIS DE RENOUVELLEMENT - FOYER " MBR-ID
                      " + " FUNCTION TRIM(WS-NB-RATTACHES-EDITE)
                      " RATTACHE(S)"
                      " - ECHEANCE " WS-MONTH-NAME
                      DELIMITED BY SIZE INTO NOTICE-LINE
               ADD 1 TO WS-FOYERS-CNT
           END-IF.

           MOVE SPACES TO WS-NT-CHAMPS.
           MOVE WS-MONTH-NAME TO WS-NT-CHAMP(1).
           MOVE WS-NB-RATTACHES TO WS-NT-CHAMP(2).
           MOVE WS-PERIODE-COURANTE TO WS-NT-CHAMP(3).
           CALL "NotificationWriter" USING WS-NT-PRODUCTEUR
               WS-NT-TEMPLATE WS-NT-DEST-TYPE MBR-ID
               WS-NT-CHAMPS WS-NT-PAPIER-LOCAL WS-NT-CANAL.
           IF WS-NT-CANAL = "P"
               WRITE NOTICE-LINE
           ELSE
               ADD 1 TO WS-ELECTRONIQUE-CNT
           END-IF.
           ADD 1 TO WS-NOTIFIES-CNT.

           ADD 1 TO WS-NOUVEAU-NOTIFIE-CNT.
           STRING "MOIS INVALIDES : " WS-MOIS-INVALIDE-CNT
                  DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

           MOVE SPACES TO SUMMARY-LINE.
           STRING "RATTACHES A UN FOYER : " WS-RATTACHES-CNT
                  DELIMITED BY SIZE INTO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
       5000-EDITER-SYNTHESE-FIN.
           EXIT.

      * A dependent comes of age on the birthday that makes them
      * eighteen; they are marked M once and stay on the
      * conversion list, still covered by the household, until
      * the office converts them and removes the link.
       6000-CONTROLER-MAJORITES-DEB.
           OPEN OUTPUT CONVERSION-FILE.
           IF WS-CONVERSION-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE CONVERSION-FILE: "
                       WS-CONVERSION-STATUS
               STOP RUN
           END-IF.

           PERFORM 6100-CONTROLER-RATTACHE-DEB
              THRU 6100-CONTROLER-RATTACHE-FIN
              VARYING WS-F FROM 1 BY 1
              UNTIL WS-F > WS-FOYER-CNT.

           CLOSE CONVERSION-FILE.

           IF WS-MAJEURS-CNT > ZERO
               PERFORM 6200-SAUVEGARDER-FOYERS-DEB
                  THRU 6200-SAUVEGARDER-FOYERS-FIN
           END-IF.
       6000-CONTROLER-MAJORITES-FIN.
           EXIT.

       6100-CONTROLER-RATTACHE-DEB.
           IF WS-F-STATUT(WS-F) = "A"
                   AND WS-F-NAISSANCE(WS-F) IS NUMERIC
                   AND WS-F-NAISSANCE(WS-F) > ZERO
               COMPUTE WS-DATE-MAJORITE = WS-F-NAISSANCE(WS-F)
                       + WS-AGE-MAJORITE * 10000
               IF WS-DATE-MAJORITE <= WS-RUN-DATE
                   MOVE "M" TO WS-F-STATUT(WS-F)
                   ADD 1 TO WS-MAJEURS-CNT
               END-IF
           END-IF.

           IF WS-F-STATUT(WS-F) = "M"
               COMPUTE WS-DATE-MAJORITE = WS-F-NAISSANCE(WS-F)
                       + WS-AGE-MAJORITE * 10000
               MOVE SPACES TO CONVERSION-LINE
               STRING WS-F-ID(WS-F) " (FOYER "
                      WS-F-PRINCIPAL(WS-F) ") MAJEUR LE "
                      WS-DATE-MAJORITE
                      " - A CONVERTIR EN ADHESION PROPRE"
                      DELIMITED BY SIZE INTO CONVERSION-LINE
               WRITE CONVERSION-LINE
               ADD 1 TO WS-A-CONVERTIR-CNT
           END-IF.
       6100-CONTROLER-RATTACHE-FIN.
           EXIT.

       6200-SAUVEGARDER-FOYERS-DEB.
           OPEN OUTPUT HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE HOUSEHOLD-FILE: "
                       WS-HOUSEHOLD-STATUS
               STOP RUN
           END-IF.

           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FOYER-CNT
               MOVE SPACES TO MEMBER-HOUSEHOLD-RECORD
               MOVE WS-F-ID(WS-F) TO MHH-MBR-ID
               MOVE WS-F-PRINCIPAL(WS-F) TO MHH-PRINCIPAL
               MOVE WS-F-NAISSANCE(WS-F) TO MHH-NAISSANCE
               MOVE WS-F-STATUT(WS-F) TO MHH-STATUT
               WRITE MEMBER-HOUSEHOLD-RECORD
           END-PERFORM.

           CLOSE HOUSEHOLD-FILE.
       6200-SAUVEGARDER-FOYERS-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE MEMBER-FILE.
           CLOSE NOTICE-FILE.
           DISPLAY "RUN DE RENOUVELLEMENT TERMINE.".
           DISPLAY "MEMBRES LUS           : " WS-LUS-CNT.
           DISPLAY "AVIS EMIS             : " WS-NOTIFIES-CNT.
           DISPLAY "  DONT DEMATERIALISES : " WS-ELECTRONIQUE-CNT.
           DISPLAY "RELANCES              : " WS-RELANCES-CNT.
           DISPLAY "MOIS INVALIDES        : " WS-MOIS-INVALIDE-CNT.
           DISPLAY "AVIS DE FOYER         : " WS-FOYERS-CNT.
           DISPLAY "RATTACHES             : " WS-RATTACHES-CNT.
           DISPLAY "DEVENUS MAJEURS       : " WS-MAJEURS-CNT.
           DISPLAY "A CONVERTIR           : " WS-A-CONVERTIR-CNT.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
