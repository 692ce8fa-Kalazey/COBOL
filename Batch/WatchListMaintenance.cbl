       IDENTIFICATION DIVISION.
       PROGRAM-ID. WatchListMaintenance.
       AUTHOR. Mathieu.

      * Keeps the banned-visitor watch list WatchListCheck screens
      * the door against - the printed list site security used to
      * pin behind the front desk. Only the security officers named
      * on Data/SECURITY-OFFICERS.txt may use it: anyone else is
      * turned away before the list is even read. An officer adds a
      * ban (name, reason, first day - today when left blank - and
      * last day - no end when left blank), moves the last day of a
      * ban, lifts a ban early (the row stays, marked L) or lists
      * the bans in force. The officer is recorded on the ban as
      * its issuer, and every change goes to the audit trail under
      * the officer's id. The list is locked for the session like
      * the other whole-file masters.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-FILE ASSIGN DYNAMIC WS-LISTE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LISTE-STATUS.

           SELECT OFFICERS-FILE ASSIGN DYNAMIC WS-OFFICERS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OFFICERS-STATUS.

           SELECT CURRENT-OPERATOR-FILE ASSIGN DYNAMIC WS-CURRENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE.
           COPY "WatchList.cpy".

       FD  OFFICERS-FILE.
       01  SECURITY-OFFICER-RECORD.
           05 SOF-OPERATOR          PIC X(8).

       FD  CURRENT-OPERATOR-FILE.
       01  CURRENT-OPERATOR-RECORD.
           05 CUR-OPERATOR          PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-LISTE-PATH            PIC X(40)
                                 VALUE "Data/WATCH-LIST.txt".
       01  WS-LISTE-STATUS          PIC XX.
       01  WS-OFFICERS-PATH         PIC X(40)
                                 VALUE "Data/SECURITY-OFFICERS.txt".
       01  WS-OFFICERS-STATUS       PIC XX.
       01  WS-CURRENT-PATH          PIC X(40)
                                 VALUE "Data/CURRENT-OPERATOR.txt".
       01  WS-CURRENT-STATUS        PIC XX.

       01  WS-BAN-CNT               PIC 9(4) VALUE ZERO.
       01  WS-I                     PIC 9(4).
       01  WS-BAN-INDEX             PIC 9(4).
       01  WS-BAN-TABLE.
           05 WS-BAN-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-BAN-CNT
                   INDEXED BY BX.
               10 WS-B-RECORD       PIC X(67).

       01  WS-OPERATOR-ID           PIC X(08).
       01  WS-AGENT-AUTORISE        PIC X VALUE "N".
           88 AGENT-AUTORISE        VALUE "Y".
       01  WS-LISTE-MODIFIEE        PIC X VALUE "N".
           88 LISTE-MODIFIEE        VALUE "Y".

       01  WS-CHOIX                 PIC X.
       01  WS-CONTINUER             PIC X VALUE "Y".
           88 CONTINUER             VALUE "Y".
       01  WS-NOM-SAISI             PIC X(12).
       01  WS-MOTIF-SAISI           PIC X(30).
       01  WS-DATE-SAISIE           PIC X(8).
       01  WS-DATE-NUM REDEFINES WS-DATE-SAISIE
                                    PIC 9(8).
       01  WS-DATE-VALIDE           PIC X.
       01  WS-DEBUT                 PIC 9(8).
       01  WS-FIN                   PIC 9(8).
       01  WS-SANS-FIN              PIC 9(8) VALUE 99999999.
       01  WS-TODAY                 PIC 9(8).

       01  WS-LOCK-PATH             PIC X(40)
                                 VALUE "Data/WATCH-LIST.LCK".
       01  WS-LOCK-ACTION           PIC X(1).
       01  WS-LOCK-HOLDER           PIC X(20).
       01  WS-LOCK-RESULT           PIC X(1).
           88 VERROU-OBTENU         VALUE "O".
       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "WatchListMaint".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT CURRENT-OPERATOR-FILE.
           IF WS-CURRENT-STATUS = "00"
               READ CURRENT-OPERATOR-FILE
                   AT END
                       MOVE SPACES TO WS-OPERATOR-ID
                   NOT AT END
                       MOVE CUR-OPERATOR TO WS-OPERATOR-ID
               END-READ
               CLOSE CURRENT-OPERATOR-FILE
           ELSE
               MOVE SPACES TO WS-OPERATOR-ID
           END-IF.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "Entrez votre identifiant operateur: "
               ACCEPT WS-OPERATOR-ID
           END-IF.

           PERFORM 0500-CONTROLER-AGENT-DEB
              THRU 0500-CONTROLER-AGENT-FIN.
           IF NOT AGENT-AUTORISE
               DISPLAY "LISTE DE SURVEILLANCE RESERVEE A LA SECURITE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1000-CHARGER-LISTE-DEB
              THRU 1000-CHARGER-LISTE-FIN.

           PERFORM UNTIL NOT CONTINUER
               DISPLAY " "
               DISPLAY "A ajouter  M modifier la fin  L lever  "
                       "V voir  Q quitter"
               DISPLAY "Votre choix : "
               ACCEPT WS-CHOIX
               MOVE FUNCTION UPPER-CASE(WS-CHOIX) TO WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN "A"
                       PERFORM 2000-AJOUTER-BAN-DEB
                          THRU 2000-AJOUTER-BAN-FIN
                   WHEN "M"
                       PERFORM 3000-MODIFIER-FIN-DEB
                          THRU 3000-MODIFIER-FIN-FIN
                   WHEN "L"
                       PERFORM 4000-LEVER-BAN-DEB
                          THRU 4000-LEVER-BAN-FIN
                   WHEN "V"
                       PERFORM 6000-LISTER-BANS-DEB
                          THRU 6000-LISTER-BANS-FIN
                   WHEN "Q"
                       MOVE "N" TO WS-CONTINUER
                   WHEN OTHER
                       DISPLAY "Choix invalide."
               END-EVALUATE
           END-PERFORM.

           PERFORM 5000-SAUVEGARDER-LISTE-DEB
              THRU 5000-SAUVEGARDER-LISTE-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       0500-CONTROLER-AGENT-DEB.
           MOVE "N" TO WS-AGENT-AUTORISE.
           OPEN INPUT OFFICERS-FILE.
           IF WS-OFFICERS-STATUS = "00"
               PERFORM UNTIL WS-OFFICERS-STATUS = "10"
                   READ OFFICERS-FILE
                       AT END
                           MOVE "10" TO WS-OFFICERS-STATUS
                       NOT AT END
                           IF SOF-OPERATOR = WS-OPERATOR-ID
                                   AND WS-OPERATOR-ID NOT = SPACES
                               MOVE "Y" TO WS-AGENT-AUTORISE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OFFICERS-FILE
           END-IF.
       0500-CONTROLER-AGENT-FIN.
           EXIT.

       1000-CHARGER-LISTE-DEB.
           MOVE "A" TO WS-LOCK-ACTION.
           MOVE "WatchListMaint" TO WS-LOCK-HOLDER.
           CALL "MasterLockManager" USING WS-LOCK-ACTION
               WS-LOCK-PATH WS-LOCK-HOLDER WS-LOCK-RESULT.
           IF NOT VERROU-OBTENU
               DISPLAY "LISTE VERROUILLEE - RUN ABANDONNE "
                       "(VOIR LockManagerUtility)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT WATCH-LIST-FILE.
           IF WS-LISTE-STATUS = "00"
               PERFORM UNTIL WS-LISTE-STATUS = "10"
                   READ WATCH-LIST-FILE
                       AT END
                           MOVE "10" TO WS-LISTE-STATUS
                       NOT AT END
                           IF WS-BAN-CNT >= 9999
                               DISPLAY "LISTE DE SURVEILLANCE PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-BAN-CNT
                           SET BX TO WS-BAN-CNT
                           MOVE WATCH-LIST-RECORD TO WS-B-RECORD(BX)
                   END-READ
               END-PERFORM
               CLOSE WATCH-LIST-FILE
           END-IF.
       1000-CHARGER-LISTE-FIN.
           EXIT.

       2000-AJOUTER-BAN-DEB.
           DISPLAY "Nom de la personne : ".
           ACCEPT WS-NOM-SAISI.
           IF WS-NOM-SAISI = SPACES
               DISPLAY "Le nom ne peut pas etre vide."
           ELSE
               DISPLAY "Motif : "
               ACCEPT WS-MOTIF-SAISI
               DISPLAY "Premier jour AAAAMMJJ (vide = aujourd'hui) : "
               PERFORM 2100-SAISIR-DATE-DEB
                  THRU 2100-SAISIR-DATE-FIN
               IF WS-DATE-SAISIE = SPACES
                   MOVE WS-TODAY TO WS-DEBUT
               ELSE
                   MOVE WS-DATE-NUM TO WS-DEBUT
               END-IF
               DISPLAY "Dernier jour AAAAMMJJ (vide = sans fin) : "
               PERFORM 2100-SAISIR-DATE-DEB
                  THRU 2100-SAISIR-DATE-FIN
               IF WS-DATE-SAISIE = SPACES
                   MOVE WS-SANS-FIN TO WS-FIN
               ELSE
                   MOVE WS-DATE-NUM TO WS-FIN
               END-IF
               IF WS-FIN < WS-DEBUT
                   DISPLAY "La fin precede le debut - ban non cree."
               ELSE
                   IF WS-BAN-CNT >= 9999
                       DISPLAY "LISTE DE SURVEILLANCE PLEINE"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE SPACES TO WATCH-LIST-RECORD
                   MOVE WS-NOM-SAISI TO WLS-NOM
                   MOVE WS-MOTIF-SAISI TO WLS-MOTIF
                   MOVE WS-DEBUT TO WLS-DEBUT
                   MOVE WS-FIN TO WLS-FIN
                   MOVE WS-OPERATOR-ID TO WLS-AGENT
                   SET WLS-ACTIF TO TRUE
                   ADD 1 TO WS-BAN-CNT
                   SET BX TO WS-BAN-CNT
                   MOVE WATCH-LIST-RECORD TO WS-B-RECORD(BX)
                   MOVE "Y" TO WS-LISTE-MODIFIEE
                   MOVE SPACES TO WS-AT-BEFORE
                   MOVE SPACES TO WS-AT-AFTER
                   STRING "BAN " WLS-NOM " " WLS-DEBUT "-" WLS-FIN
                          " " WLS-MOTIF
                          DELIMITED BY SIZE INTO WS-AT-AFTER
                   CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                       WS-OPERATOR-ID WS-AT-BEFORE WS-AT-AFTER
                   DISPLAY "Ban enregistre pour " WLS-NOM
               END-IF
           END-IF.
       2000-AJOUTER-BAN-FIN.
           EXIT.

      * Blank is accepted as "take the default"; anything else
      * must be a real date.
       2100-SAISIR-DATE-DEB.
           MOVE "N" TO WS-DATE-VALIDE.
           PERFORM UNTIL WS-DATE-VALIDE = "Y"
               ACCEPT WS-DATE-SAISIE
               IF WS-DATE-SAISIE = SPACES
                   MOVE "Y" TO WS-DATE-VALIDE
               ELSE
                   IF WS-DATE-SAISIE IS NUMERIC
                       CALL "DateValidator" USING WS-DATE-NUM
                           WS-DATE-VALIDE
                   END-IF
                   IF WS-DATE-VALIDE NOT = "Y"
                       DISPLAY "Date invalide, AAAAMMJJ : "
                   END-IF
               END-IF
           END-PERFORM.
       2100-SAISIR-DATE-FIN.
           EXIT.

      * The ban in force under the name keyed, as it is written
      * on the list.
       2500-TROUVER-BAN-DEB.
           MOVE ZERO TO WS-BAN-INDEX.
           DISPLAY "Nom de la personne : ".
           ACCEPT WS-NOM-SAISI.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BAN-CNT
               MOVE WS-B-RECORD(WS-I) TO WATCH-LIST-RECORD
               IF WLS-NOM = WS-NOM-SAISI AND WLS-ACTIF
                   MOVE WS-I TO WS-BAN-INDEX
               END-IF
           END-PERFORM.
           IF WS-BAN-INDEX = ZERO
               DISPLAY "Aucun ban en vigueur pour " WS-NOM-SAISI
           ELSE
               MOVE WS-B-RECORD(WS-BAN-INDEX) TO WATCH-LIST-RECORD
               MOVE SPACES TO WS-AT-BEFORE
               STRING "BAN " WLS-NOM " " WLS-DEBUT "-" WLS-FIN
                      " " WLS-STATUT
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
           END-IF.
       2500-TROUVER-BAN-FIN.
           EXIT.

       3000-MODIFIER-FIN-DEB.
           PERFORM 2500-TROUVER-BAN-DEB
              THRU 2500-TROUVER-BAN-FIN.
           IF WS-BAN-INDEX > ZERO
               DISPLAY "Nouveau dernier jour AAAAMMJJ "
                       "(vide = sans fin) : "
               PERFORM 2100-SAISIR-DATE-DEB
                  THRU 2100-SAISIR-DATE-FIN
               IF WS-DATE-SAISIE = SPACES
                   MOVE WS-SANS-FIN TO WS-FIN
               ELSE
                   MOVE WS-DATE-NUM TO WS-FIN
               END-IF
               IF WS-FIN < WLS-DEBUT
                   DISPLAY "La fin precede le debut - inchange."
               ELSE
                   MOVE WS-FIN TO WLS-FIN
                   PERFORM 4500-ENREGISTRER-CHANGEMENT-DEB
                      THRU 4500-ENREGISTRER-CHANGEMENT-FIN
                   DISPLAY "Fin du ban modifiee pour " WLS-NOM
               END-IF
           END-IF.
       3000-MODIFIER-FIN-FIN.
           EXIT.

       4000-LEVER-BAN-DEB.
           PERFORM 2500-TROUVER-BAN-DEB
              THRU 2500-TROUVER-BAN-FIN.
           IF WS-BAN-INDEX > ZERO
               SET WLS-LEVE TO TRUE
               PERFORM 4500-ENREGISTRER-CHANGEMENT-DEB
                  THRU 4500-ENREGISTRER-CHANGEMENT-FIN
               DISPLAY "Ban leve pour " WLS-NOM
           END-IF.
       4000-LEVER-BAN-FIN.
           EXIT.

       4500-ENREGISTRER-CHANGEMENT-DEB.
           MOVE WATCH-LIST-RECORD TO WS-B-RECORD(WS-BAN-INDEX).
           MOVE "Y" TO WS-LISTE-MODIFIEE.
           MOVE SPACES TO WS-AT-AFTER.
           STRING "BAN " WLS-NOM " " WLS-DEBUT "-" WLS-FIN
                  " " WLS-STATUT
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-OPERATOR-ID WS-AT-BEFORE WS-AT-AFTER.
       4500-ENREGISTRER-CHANGEMENT-FIN.
           EXIT.

       5000-SAUVEGARDER-LISTE-DEB.
           IF LISTE-MODIFIEE
               OPEN OUTPUT WATCH-LIST-FILE
               IF WS-LISTE-STATUS NOT = "00"
                   DISPLAY "ERREUR REECRITURE WATCH-LIST-FILE: "
                           WS-LISTE-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-BAN-CNT
                   MOVE WS-B-RECORD(WS-I) TO WATCH-LIST-RECORD
                   WRITE WATCH-LIST-RECORD
               END-PERFORM
               CLOSE WATCH-LIST-FILE
           END-IF.

           MOVE "R" TO WS-LOCK-ACTION.
           CALL "MasterLockManager" USING WS-LOCK-ACTION
               WS-LOCK-PATH WS-LOCK-HOLDER WS-LOCK-RESULT.
       5000-SAUVEGARDER-LISTE-FIN.
           EXIT.

       6000-LISTER-BANS-DEB.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-BAN-CNT
               MOVE WS-B-RECORD(WS-I) TO WATCH-LIST-RECORD
               IF WLS-ACTIF AND WLS-FIN >= WS-TODAY
                   DISPLAY WLS-NOM " " WLS-DEBUT "-" WLS-FIN " "
                           WLS-AGENT " " WLS-MOTIF
               END-IF
           END-PERFORM.
       6000-LISTER-BANS-FIN.
           EXIT.
