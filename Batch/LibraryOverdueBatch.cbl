       IDENTIFICATION DIVISION.
       PROGRAM-ID. LibraryOverdueBatch.
       AUTHOR. Mathieu.

      * Nightly overdue run of the textbook and library loans. Every
      * loan still out past its due date is reminded to the
      * student's primary guardian - one letter per student listing
      * all the overdue copies - and again each time the reminder
      * interval of the library parameter has gone by since the last
      * one; the register keeps the date and number of reminders.
      * The letters go out through the guardian mailing the way the
      * report cards do: the guardian's address is written, in the
      * CUSTOMER-MAILING record shape, to the library mailing file
      * and the override parameter points the next MailingLabelBatch
      * run at it. A student with no primary guardian lands on the
      * exceptions list for the office to phone.
      * The reminder is queued through NotificationWriter (template
      * BIBLIO); a guardian with an email address or mobile number
      * in the contact directory gets it from the gateway, and only
      * the others get the printed letter and the mailing address.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN DYNAMIC WS-LOAN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT CATALOGUE-FILE ASSIGN DYNAMIC WS-CATALOGUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN DYNAMIC WS-STUDENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT GUARDIAN-FILE ASSIGN DYNAMIC WS-GUARDIAN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GUARDIAN-STATUS.

           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LETTER-FILE ASSIGN DYNAMIC WS-LETTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT MAILING-FILE ASSIGN DYNAMIC WS-MAILING-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAILING-STATUS.

           SELECT MAIL-PARM-FILE ASSIGN DYNAMIC WS-MAIL-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-PARM-STATUS.

           SELECT EXCEPTIONS-FILE ASSIGN DYNAMIC WS-EXCEPTIONS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY "LibraryLoan.cpy".

       FD  CATALOGUE-FILE.
           COPY "LibraryItem.cpy".

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05 STU-ID                PIC X(6).
           05 STU-NAME              PIC X(20).
           05 STU-RESTE             PIC X(60).

       FD  GUARDIAN-FILE.
       01  GUARDIAN-MASTER-RECORD.
           05 GRD-STUDENT-ID        PIC X(6).
           05 GRD-NAME              PIC X(30).
           05 GRD-RELATION          PIC X(10).
           05 GRD-ADDRESS           PIC X(30).
           05 GRD-CITY              PIC X(20).
           05 GRD-STATE             PIC X(2).
           05 GRD-ZIP               PIC X(10).
           05 GRD-PRIMARY           PIC X(1).

       FD  PARM-FILE.
       01  LIBRARY-PARM-RECORD.
           05 PRM-DUREE-PRET-X      PIC X(3).
           05 PRM-FIN-ANNEE-X       PIC X(8).
           05 PRM-INTERVALLE-X      PIC X(3).
           05 PRM-INTERVALLE REDEFINES PRM-INTERVALLE-X
                                    PIC 9(3).

       FD  LETTER-FILE.
       01  LETTER-LINE              PIC X(80).

       FD  MAILING-FILE.
       01  CUSTOMER-MAILING-RECORD.
           05 CM-NAME               PIC X(30).
           05 CM-ADDRESS            PIC X(30).
           05 CM-CITY               PIC X(20).
           05 CM-STATE              PIC X(2).
           05 CM-ZIP                PIC X(10).

       FD  MAIL-PARM-FILE.
       01  MAILING-INPUT-PARM-RECORD.
           05 MIP-INPUT-PATH        PIC X(40).
           05 MIP-OUTPUT-PATH       PIC X(40).

       FD  EXCEPTIONS-FILE.
       01  EXCEPTION-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-PATH             PIC X(40)
                                 VALUE "Data/LIBRARY-LOAN.txt".
       01  WS-CATALOGUE-PATH        PIC X(40)
                                 VALUE "Data/LIBRARY-CATALOGUE.txt".
       01  WS-STUDENT-PATH          PIC X(40)
                                 VALUE "Data/STUDENT-MASTER.txt".
       01  WS-GUARDIAN-PATH         PIC X(40)
                                 VALUE "Data/GUARDIAN-MASTER.txt".
       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/LIBRARY-PARM.txt".
       01  WS-LETTER-PATH           PIC X(40)
                                 VALUE "Data/LIBRARY-REMINDERS.txt".
       01  WS-MAILING-PATH          PIC X(40)
                                 VALUE "Data/LIBRARY-MAILING.txt".
       01  WS-MAIL-PARM-PATH        PIC X(40)
                             VALUE "Data/MAILING-INPUT-PARM.txt".
       01  WS-LABEL-OUT-PATH        PIC X(40)
                                 VALUE "Data/LIBRARY-LABELS.txt".
       01  WS-EXCEPTIONS-PATH       PIC X(40)
                         VALUE "Data/LIBRARY-REMIND-EXCEPT.txt".
       01  WS-LOAN-STATUS           PIC XX.
       01  WS-CATALOGUE-STATUS      PIC XX.
       01  WS-STUDENT-STATUS        PIC XX.
       01  WS-GUARDIAN-STATUS       PIC XX.
       01  WS-PARM-STATUS           PIC XX.
       01  WS-LETTER-STATUS         PIC XX.
       01  WS-MAILING-STATUS        PIC XX.
       01  WS-MAIL-PARM-STATUS      PIC XX.
       01  WS-EXCEPTIONS-STATUS     PIC XX.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-INTERVALLE            PIC 9(3) VALUE 7.
       01  WS-JOURS                 PIC S9(5).

       01  WS-PRET-CNT              PIC 9(5) VALUE ZERO.
       01  WS-P                     PIC 9(5).
       01  WS-Q                     PIC 9(5).

      * WS-P-A-RELANCER marks the loans due a reminder tonight.
       01  WS-PRET-TABLE.
           05 WS-PRET-ENTRY OCCURS 50000 TIMES
                   DEPENDING ON WS-PRET-CNT
                   INDEXED BY PX.
               10 WS-P-RECORD       PIC X(52).
               10 WS-P-A-RELANCER   PIC X(1).

       01  WS-CAT-CNT               PIC 9(5) VALUE ZERO.
       01  WS-C                     PIC 9(5).

       01  WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 20000 TIMES
                   DEPENDING ON WS-CAT-CNT
                   INDEXED BY CX.
               10 WS-C-ITEM         PIC X(8).
               10 WS-C-COPIE        PIC 9(3).
               10 WS-C-TITRE        PIC X(30).

       01  WS-ELEVE-CNT             PIC 9(4) VALUE ZERO.
       01  WS-E                     PIC 9(4).
       01  WS-ELEVE-TROUVE          PIC 9(4).

       01  WS-ELEVE-TABLE.
           05 WS-ELEVE-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-ELEVE-CNT
                   INDEXED BY EX.
               10 WS-E-ID           PIC X(6).
               10 WS-E-NAME         PIC X(20).

       01  WS-GRD-CNT               PIC 9(4) VALUE ZERO.
       01  WS-G                     PIC 9(4).
       01  WS-GRD-TROUVE            PIC 9(4).

       01  WS-GRD-TABLE.
           05 WS-GRD-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-GRD-CNT
                   INDEXED BY GX.
               10 WS-G-STUDENT      PIC X(6).
               10 WS-G-NAME         PIC X(30).
               10 WS-G-ADDRESS      PIC X(30).
               10 WS-G-CITY         PIC X(20).
               10 WS-G-STATE        PIC X(2).
               10 WS-G-ZIP          PIC X(10).

       01  WS-STUDENT-COURANT       PIC X(6).
       01  WS-NOM-ELEVE             PIC X(20).
       01  WS-TITRE                 PIC X(30).
       01  WS-DATE-A-EDITER         PIC 9(8).
       01  WS-DATE-EDITEE           PIC X(10).

       01  WS-RETARD-CNT            PIC 9(5) VALUE ZERO.
       01  WS-LETTRE-CNT            PIC 9(5) VALUE ZERO.
       01  WS-SANS-TUTEUR-CNT       PIC 9(5) VALUE ZERO.
       01  WS-ELECTRONIQUE-CNT      PIC 9(5) VALUE ZERO.
       01  WS-EXEMPLAIRE-CNT        PIC 9(3).

       01  WS-LETTRE-PAPIER         PIC X(1).
           88 LETTRE-PAPIER         VALUE "Y".

       01  WS-NT-PRODUCTEUR         PIC X(20)
                                 VALUE "LibraryOverdueBatch".
       01  WS-NT-TEMPLATE           PIC X(8) VALUE "BIBLIO".
       01  WS-NT-DEST-TYPE          PIC X(1) VALUE "T".
       01  WS-NT-CHAMPS.
           05 WS-NT-CHAMP           PIC X(20) OCCURS 5 TIMES.
       01  WS-NT-PAPIER-LOCAL       PIC X(1) VALUE "Y".
       01  WS-NT-CANAL              PIC X(1).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-SELECTIONNER-RETARDS-DEB
              THRU 2000-SELECTIONNER-RETARDS-FIN.

           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRET-CNT
               IF WS-P-A-RELANCER(WS-P) = "Y"
                   PERFORM 3000-RELANCER-ELEVE-DEB
                      THRU 3000-RELANCER-ELEVE-FIN
               END-IF
           END-PERFORM.

           PERFORM 5000-SAUVEGARDER-PRETS-DEB
              THRU 5000-SAUVEGARDER-PRETS-FIN.

           IF WS-LETTRE-CNT > WS-ELECTRONIQUE-CNT
               PERFORM 6000-POSER-PARM-DEB
                  THRU 6000-POSER-PARM-FIN
           END-IF.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PRM-INTERVALLE-X IS NUMERIC
                               AND PRM-INTERVALLE > ZERO
                           MOVE PRM-INTERVALLE TO WS-INTERVALLE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-STATUS = "00"
               PERFORM UNTIL WS-LOAN-STATUS = "10"
                   READ LOAN-FILE
                       AT END
                           MOVE "10" TO WS-LOAN-STATUS
                       NOT AT END
                           IF WS-PRET-CNT >= 50000
                               DISPLAY "TABLE DES PRETS PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-PRET-CNT
                           SET PX TO WS-PRET-CNT
                           MOVE LIBRARY-LOAN-RECORD
                               TO WS-P-RECORD(PX)
                           MOVE "N" TO WS-P-A-RELANCER(PX)
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.

           OPEN INPUT CATALOGUE-FILE.
           IF WS-CATALOGUE-STATUS = "00"
               PERFORM UNTIL WS-CATALOGUE-STATUS = "10"
                   READ CATALOGUE-FILE
                       AT END
                           MOVE "10" TO WS-CATALOGUE-STATUS
                       NOT AT END
                           IF WS-CAT-CNT < 20000
                               ADD 1 TO WS-CAT-CNT
                               SET CX TO WS-CAT-CNT
                               MOVE LIB-ITEM-ID TO WS-C-ITEM(CX)
                               MOVE LIB-COPIE TO WS-C-COPIE(CX)
                               MOVE LIB-TITRE TO WS-C-TITRE(CX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGUE-FILE
           END-IF.

           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE STUDENT-MASTER-FILE: "
                       WS-STUDENT-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-STUDENT-STATUS = "10"
               READ STUDENT-MASTER-FILE
                   AT END
                       MOVE "10" TO WS-STUDENT-STATUS
                   NOT AT END
                       IF WS-ELEVE-CNT < 9999
                           ADD 1 TO WS-ELEVE-CNT
                           SET EX TO WS-ELEVE-CNT
                           MOVE STU-ID TO WS-E-ID(EX)
                           MOVE STU-NAME TO WS-E-NAME(EX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER-FILE.

           PERFORM 1100-CHARGER-TUTEURS-DEB
              THRU 1100-CHARGER-TUTEURS-FIN.

           OPEN OUTPUT LETTER-FILE.
           IF WS-LETTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE LETTER-FILE: "
                       WS-LETTER-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT MAILING-FILE.
           IF WS-MAILING-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE MAILING-FILE: "
                       WS-MAILING-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT EXCEPTIONS-FILE.
           IF WS-EXCEPTIONS-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE EXCEPTIONS-FILE: "
                       WS-EXCEPTIONS-STATUS
               STOP RUN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

      * Only primary guardians are kept - the reminder goes to them.
       1100-CHARGER-TUTEURS-DEB.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = "00"
               PERFORM UNTIL WS-GUARDIAN-STATUS = "10"
                   READ GUARDIAN-FILE
                       AT END
                           MOVE "10" TO WS-GUARDIAN-STATUS
                       NOT AT END
                           IF GRD-PRIMARY = "P"
                                   AND WS-GRD-CNT < 9999
                               ADD 1 TO WS-GRD-CNT
                               SET GX TO WS-GRD-CNT
                               MOVE GRD-STUDENT-ID
                                   TO WS-G-STUDENT(GX)
                               MOVE GRD-NAME TO WS-G-NAME(GX)
                               MOVE GRD-ADDRESS TO WS-G-ADDRESS(GX)
                               MOVE GRD-CITY TO WS-G-CITY(GX)
                               MOVE GRD-STATE TO WS-G-STATE(GX)
                               MOVE GRD-ZIP TO WS-G-ZIP(GX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF.
       1100-CHARGER-TUTEURS-FIN.
           EXIT.

      * Out past its due date, and never reminded or reminded at
      * least the interval ago.
       2000-SELECTIONNER-RETARDS-DEB.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRET-CNT
               MOVE WS-P-RECORD(WS-P) TO LIBRARY-LOAN-RECORD
               IF LON-EN-COURS AND LON-DATE-ECHEANCE < WS-RUN-DATE
                   IF LON-DATE-RELANCE = ZERO
                       MOVE WS-INTERVALLE TO WS-JOURS
                   ELSE
                       COMPUTE WS-JOURS =
                           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                         - FUNCTION INTEGER-OF-DATE(LON-DATE-RELANCE)
                   END-IF
                   IF WS-JOURS >= WS-INTERVALLE
                       MOVE "Y" TO WS-P-A-RELANCER(WS-P)
                       ADD 1 TO WS-RETARD-CNT
                   END-IF
               END-IF
           END-PERFORM.
       2000-SELECTIONNER-RETARDS-FIN.
           EXIT.

      * One letter for all of the student's overdue copies; the
      * loans listed are taken off tonight's list as they go.
       3000-RELANCER-ELEVE-DEB.
           MOVE WS-P-RECORD(WS-P) TO LIBRARY-LOAN-RECORD.
           MOVE LON-STUDENT-ID TO WS-STUDENT-COURANT.

           MOVE SPACES TO WS-NOM-ELEVE.
           MOVE ZERO TO WS-ELEVE-TROUVE.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-ELEVE-CNT OR WS-ELEVE-TROUVE > ZERO
               IF WS-E-ID(WS-E) = WS-STUDENT-COURANT
                   MOVE WS-E TO WS-ELEVE-TROUVE
                   MOVE WS-E-NAME(WS-E) TO WS-NOM-ELEVE
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-GRD-TROUVE.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GRD-CNT OR WS-GRD-TROUVE > ZERO
               IF WS-G-STUDENT(WS-G) = WS-STUDENT-COURANT
                   MOVE WS-G TO WS-GRD-TROUVE
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-LETTRE-PAPIER.
           IF WS-GRD-TROUVE = ZERO
               ADD 1 TO WS-SANS-TUTEUR-CNT
           ELSE
               MOVE ZERO TO WS-EXEMPLAIRE-CNT
               PERFORM VARYING WS-Q FROM WS-P BY 1
                       UNTIL WS-Q > WS-PRET-CNT
                   MOVE WS-P-RECORD(WS-Q) TO LIBRARY-LOAN-RECORD
                   IF WS-P-A-RELANCER(WS-Q) = "Y"
                           AND LON-STUDENT-ID = WS-STUDENT-COURANT
                           AND WS-EXEMPLAIRE-CNT < 999
                       ADD 1 TO WS-EXEMPLAIRE-CNT
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-NT-CHAMPS
               MOVE WS-NOM-ELEVE TO WS-NT-CHAMP(1)
               MOVE WS-G-NAME(WS-GRD-TROUVE) TO WS-NT-CHAMP(2)
               MOVE WS-EXEMPLAIRE-CNT TO WS-NT-CHAMP(3)
               MOVE WS-RUN-DATE TO WS-NT-CHAMP(4)
               CALL "NotificationWriter" USING WS-NT-PRODUCTEUR
                   WS-NT-TEMPLATE WS-NT-DEST-TYPE WS-STUDENT-COURANT
                   WS-NT-CHAMPS WS-NT-PAPIER-LOCAL WS-NT-CANAL
               IF WS-NT-CANAL = "P"
                   MOVE "Y" TO WS-LETTRE-PAPIER
                   PERFORM 3100-ECRIRE-ENTETE-LETTRE-DEB
                      THRU 3100-ECRIRE-ENTETE-LETTRE-FIN
               ELSE
                   ADD 1 TO WS-ELECTRONIQUE-CNT
               END-IF
               ADD 1 TO WS-LETTRE-CNT
           END-IF.

           PERFORM VARYING WS-Q FROM WS-P BY 1
                   UNTIL WS-Q > WS-PRET-CNT
               MOVE WS-P-RECORD(WS-Q) TO LIBRARY-LOAN-RECORD
               IF WS-P-A-RELANCER(WS-Q) = "Y"
                       AND LON-STUDENT-ID = WS-STUDENT-COURANT
                   PERFORM 3200-LISTER-EXEMPLAIRE-DEB
                      THRU 3200-LISTER-EXEMPLAIRE-FIN
               END-IF
           END-PERFORM.

           IF LETTRE-PAPIER
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "MERCI DE RAPPORTER CES OUVRAGES AU CDI. A LA FIN"
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "DU TERME, TOUT OUVRAGE NON RENDU SERA FACTURE"
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "SUR LA PROCHAINE FACTURE DE SCOLARITE."
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "LE CENTRE DE DOCUMENTATION" TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE ALL "-" TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.
       3000-RELANCER-ELEVE-FIN.
           EXIT.

       3100-ECRIRE-ENTETE-LETTRE-DEB.
           MOVE SPACES TO CUSTOMER-MAILING-RECORD.
           MOVE WS-G-NAME(WS-GRD-TROUVE) TO CM-NAME.
           MOVE WS-G-ADDRESS(WS-GRD-TROUVE) TO CM-ADDRESS.
           MOVE WS-G-CITY(WS-GRD-TROUVE) TO CM-CITY.
           MOVE WS-G-STATE(WS-GRD-TROUVE) TO CM-STATE.
           MOVE WS-G-ZIP(WS-GRD-TROUVE) TO CM-ZIP.
           WRITE CUSTOMER-MAILING-RECORD.

           MOVE WS-G-NAME(WS-GRD-TROUVE) TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-G-ADDRESS(WS-GRD-TROUVE) TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING WS-G-CITY(WS-GRD-TROUVE) " "
                  WS-G-STATE(WS-GRD-TROUVE) " "
                  WS-G-ZIP(WS-GRD-TROUVE)
                  DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

           MOVE WS-RUN-DATE TO WS-DATE-A-EDITER.
           PERFORM 3900-EDITER-DATE-DEB
              THRU 3900-EDITER-DATE-FIN.
           MOVE SPACES TO LETTER-LINE.
           STRING "OBJET : OUVRAGES NON RENDUS AU " WS-DATE-EDITEE
                  DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "ELEVE    : " WS-STUDENT-COURANT " " WS-NOM-ELEVE
                  DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
       3100-ECRIRE-ENTETE-LETTRE-FIN.
           EXIT.

      * The letter line, or the exceptions line without a guardian;
      * either way, and when the reminder went out electronically,
      * the loan counts as reminded tonight.
       3200-LISTER-EXEMPLAIRE-DEB.
           MOVE LON-ITEM-ID TO WS-TITRE.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAT-CNT
               IF WS-C-ITEM(WS-C) = LON-ITEM-ID
                       AND WS-C-COPIE(WS-C) = LON-COPIE
                   MOVE WS-C-TITRE(WS-C) TO WS-TITRE
               END-IF
           END-PERFORM.
           MOVE LON-DATE-ECHEANCE TO WS-DATE-A-EDITER.
           PERFORM 3900-EDITER-DATE-DEB
              THRU 3900-EDITER-DATE-FIN.

           IF WS-GRD-TROUVE = ZERO
               MOVE SPACES TO EXCEPTION-LINE
               STRING WS-STUDENT-COURANT " " WS-NOM-ELEVE " "
                      LON-ITEM-ID "/" LON-COPIE " DU " WS-DATE-EDITEE
                      " PAS DE TUTEUR PRINCIPAL"
                      DELIMITED BY SIZE INTO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF.
           IF LETTRE-PAPIER
               MOVE SPACES TO LETTER-LINE
               STRING "  " WS-TITRE " EX. " LON-COPIE
                      " A RENDRE LE " WS-DATE-EDITEE
                      DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.

           MOVE WS-RUN-DATE TO LON-DATE-RELANCE.
           IF LON-RELANCES < 99
               ADD 1 TO LON-RELANCES
           END-IF.
           MOVE LIBRARY-LOAN-RECORD TO WS-P-RECORD(WS-Q).
           MOVE "N" TO WS-P-A-RELANCER(WS-Q).
       3200-LISTER-EXEMPLAIRE-FIN.
           EXIT.

       3900-EDITER-DATE-DEB.
           MOVE SPACES TO WS-DATE-EDITEE.
           STRING WS-DATE-A-EDITER(7:2) "/" WS-DATE-A-EDITER(5:2) "/"
                  WS-DATE-A-EDITER(1:4)
                  DELIMITED BY SIZE INTO WS-DATE-EDITEE.
       3900-EDITER-DATE-FIN.
           EXIT.

       5000-SAUVEGARDER-PRETS-DEB.
           IF WS-RETARD-CNT > ZERO
               OPEN OUTPUT LOAN-FILE
               IF WS-LOAN-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE LOAN-FILE: "
                           WS-LOAN-STATUS
                   STOP RUN
               END-IF
               PERFORM VARYING WS-Q FROM 1 BY 1
                       UNTIL WS-Q > WS-PRET-CNT
                   MOVE WS-P-RECORD(WS-Q) TO LIBRARY-LOAN-RECORD
                   WRITE LIBRARY-LOAN-RECORD
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.
       5000-SAUVEGARDER-PRETS-FIN.
           EXIT.

      * The override parameter points the next MailingLabelBatch
      * run at the reminder addresses; the label run consumes it.
       6000-POSER-PARM-DEB.
           OPEN OUTPUT MAIL-PARM-FILE.
           IF WS-MAIL-PARM-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE MAIL-PARM-FILE: "
                       WS-MAIL-PARM-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO MAILING-INPUT-PARM-RECORD.
           MOVE WS-MAILING-PATH TO MIP-INPUT-PATH.
           MOVE WS-LABEL-OUT-PATH TO MIP-OUTPUT-PATH.
           WRITE MAILING-INPUT-PARM-RECORD.
           CLOSE MAIL-PARM-FILE.
       6000-POSER-PARM-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE LETTER-FILE.
           CLOSE MAILING-FILE.
           CLOSE EXCEPTIONS-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "RELANCE DES PRETS EN RETARD TERMINEE.".
           DISPLAY "PRETS RELANCES        : " WS-RETARD-CNT.
           DISPLAY "LETTRES AUX TUTEURS   : " WS-LETTRE-CNT.
           DISPLAY "  DONT DEMATERIALISES : " WS-ELECTRONIQUE-CNT.
           DISPLAY "SANS TUTEUR PRINCIPAL : " WS-SANS-TUTEUR-CNT.
           DISPLAY "------------------------------------------------".
           IF WS-SANS-TUTEUR-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-FIN.
           EXIT.
