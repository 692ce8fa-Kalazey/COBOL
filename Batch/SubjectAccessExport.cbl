       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubjectAccessExport.
       AUTHOR. Mathieu.

      * Subject access dossier - everything the base holds on one
      * person, for the member, employee, visitor or guardian who
      * asks for a copy of their data, instead of the office
      * searching the files by hand and missing half of them. The
      * parameter file Data/SUBJECT-ACCESS-PARM.txt names the person
      * by customer id (C), employee id (E), member id (M) or name
      * (N), with the office's reference for the request and the
      * operator who runs it.
      * The identity is widened before anything is printed: an id
      * gives the name its master carries, and the name, upper-cased
      * as CustomerMasterBuild normalizes it, gives every customer,
      * employee and student id that bears it - so the customer who
      * also works here comes out whole. Ids are compared through
      * IdFormatNormalizer, the short and long spellings being the
      * same person. Every identifier retained is listed with what
      * it came from, for the office to strike a namesake out
      * before the dossier goes.
      * The dossier then follows the cross-references file by file:
      * the customer file and the customer master's address, the
      * accounts held through CUSTOMER-ACCOUNT-XREF with their role
      * and balance, the employee master and its event history, the
      * member file and the household links, the visitor log, the
      * guardian master (as guardian by name, or as the student a
      * guardian answers for), the student master, the complaint
      * cases, the notification contact directory and the
      * notification queue (under one of the ids, or as guardian
      * of a student found above) and, last, every audit-trail
      * record whose images name one of the ids or the name.
      * The visitor log keeps a first name only: a passage under
      * the full name is listed, one under the first name alone is
      * only counted, to be checked by hand - it may be somebody
      * else's.
      * Each source file is its own section starting on a new page,
      * and the first page carries the identity and the table of
      * contents with each section's record count and page. A
      * source file not yet on disk is shown as such. The run is
      * recorded through AuditTrailWriter under the operator named
      * in the parameter, and ends with condition code 4 when
      * nothing at all was found on the person.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CUSTOMER-FILE ASSIGN DYNAMIC WS-CUSTOMER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT XREF-FILE ASSIGN DYNAMIC WS-XREF-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN DYNAMIC WS-ACCOUNT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN DYNAMIC WS-EMPLOYEE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT EVENT-HISTORY-FILE ASSIGN DYNAMIC WS-EVENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

           SELECT MEMBER-FILE ASSIGN DYNAMIC WS-MEMBER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

           SELECT HOUSEHOLD-FILE ASSIGN DYNAMIC WS-HOUSEHOLD-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLD-STATUS.

           SELECT VISITOR-LOG-FILE ASSIGN DYNAMIC WS-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT GUARDIAN-FILE ASSIGN DYNAMIC WS-GUARDIAN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GUARDIAN-STATUS.

           SELECT STUDENT-MASTER-FILE ASSIGN DYNAMIC WS-STUDENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT CASE-FILE ASSIGN DYNAMIC WS-CASE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT CONTACT-FILE ASSIGN DYNAMIC WS-CONTACT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT QUEUE-FILE ASSIGN DYNAMIC WS-QUEUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN DYNAMIC WS-AUDIT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT DOSSIER-FILE ASSIGN DYNAMIC WS-DOSSIER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DOSSIER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  SUBJECT-ACCESS-PARM.
           05 PRM-TYPE              PIC X(1).
               88 PRM-PAR-CLIENT    VALUE "C".
               88 PRM-PAR-EMPLOYE   VALUE "E".
               88 PRM-PAR-MEMBRE    VALUE "M".
               88 PRM-PAR-NOM       VALUE "N".
               88 PRM-TYPE-VALIDE   VALUE "C" "E" "M" "N".
           05 PRM-VALEUR            PIC X(30).
           05 PRM-REFERENCE         PIC X(10).
           05 PRM-OPERATEUR         PIC X(8).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           05 CF-ID                 PIC X(6).
           05 CF-NAME               PIC X(30).

       FD  MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CMR-ID                PIC X(6).
           05 CMR-NAME              PIC X(30).
           05 CMR-ADDRESS           PIC X(30).
           05 CMR-CITY              PIC X(20).
           05 CMR-STATE             PIC X(2).
           05 CMR-ZIP               PIC X(10).
           05 CMR-COMMENT-PTR       PIC 9(4).

       FD  XREF-FILE.
       01  CUSTOMER-ACCOUNT-XREF.
           05 CAX-CUST-ID           PIC X(6).
           05 CAX-ACC-ID            PIC X(6).
           05 CAX-ROLE              PIC X(1).

       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           05 ACC-ID                PIC X(6).
           05 ACC-NAME              PIC X(20).
           05 ACC-SOLDE             PIC S9(7)V99
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05 ACC-LIMITE-DECOUVERT  PIC 9(7)V99.

       FD  EMPLOYEE-FILE.
           COPY "EmployeeMaster.cpy".

       FD  EVENT-HISTORY-FILE.
       01  EMPLOYEE-EVENT-RECORD.
           05 EVT-EMP-ID            PIC X(6).
           05 EVT-DATE              PIC 9(8).
           05 EVT-TIME              PIC X(8).
           05 EVT-CODE              PIC X(4).
           05 EVT-OLD-VALUE         PIC X(20).
           05 EVT-NEW-VALUE         PIC X(20).

       FD  MEMBER-FILE.
       01  MEMBER-RECORD.
           05 MBR-ID                PIC X(6).
           05 MBR-MONTH             PIC 9(3).

       FD  HOUSEHOLD-FILE.
           COPY "MemberHousehold.cpy".

       FD  VISITOR-LOG-FILE.
       01  VISITOR-LOG-RECORD.
           05 LOG-NOM               PIC X(12).
           05 FILLER                PIC X(1).
           05 LOG-TIMESTAMP         PIC X(19).
           05 FILLER                PIC X(1).
           05 LOG-TYPE              PIC X(3).

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

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05 SM-STUDENT-ID        PIC X(6).
           05 SM-STUDENT-NAME      PIC X(20).
           05 SM-SUBJECT-COUNT     PIC 9(2).
           05 SM-SUBJECT OCCURS 1 TO 20 TIMES
                   DEPENDING ON SM-SUBJECT-COUNT.
               10 SM-SUBJECT-NAME  PIC X(10).
               10 SM-SUBJECT-GRADE PIC 9(2)V99.

       FD  CASE-FILE.
           COPY "ComplaintCase.cpy".

       FD  CONTACT-FILE.
           COPY "NotifyContact.cpy".

       FD  QUEUE-FILE.
           COPY "NotificationQueue.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "AuditTrail.cpy".

       FD  DOSSIER-FILE.
       01  DOSSIER-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/SUBJECT-ACCESS-PARM.txt".
       01  WS-CUSTOMER-PATH         PIC X(40)
                                 VALUE "Data/CUSTOMER-FILE.txt".
       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/CUSTOMER-MASTER.txt".
       01  WS-XREF-PATH             PIC X(40)
                             VALUE "Data/CUSTOMER-ACCOUNT-XREF.txt".
       01  WS-ACCOUNT-PATH          PIC X(40)
                                 VALUE "Data/ACCOUNT-MASTER.txt".
       01  WS-EMPLOYEE-PATH         PIC X(40)
                                 VALUE "Data/EMPLOYEE-MASTER.txt".
       01  WS-EVENT-PATH            PIC X(40)
                             VALUE "Data/EMPLOYEE-EVENT-HISTORY.txt".
       01  WS-MEMBER-PATH           PIC X(40)
                                 VALUE "Data/MEMBER-FILE.txt".
       01  WS-HOUSEHOLD-PATH        PIC X(40)
                                 VALUE "Data/MEMBER-HOUSEHOLD.txt".
       01  WS-LOG-PATH              PIC X(40)
                                 VALUE "Data/VISITOR-LOG.txt".
       01  WS-GUARDIAN-PATH         PIC X(40)
                                 VALUE "Data/GUARDIAN-MASTER.txt".
       01  WS-STUDENT-PATH          PIC X(40)
                                 VALUE "Data/STUDENT-MASTER.txt".
       01  WS-CASE-PATH             PIC X(40)
                                 VALUE "Data/COMPLAINT-CASES.txt".
       01  WS-CONTACT-PATH          PIC X(40)
                                 VALUE "Data/NOTIFY-CONTACTS.txt".
       01  WS-QUEUE-PATH            PIC X(40)
                                 VALUE "Data/NOTIFICATION-QUEUE.txt".
       01  WS-AUDIT-PATH            PIC X(40)
                                 VALUE "Data/AUDIT-TRAIL.txt".
       01  WS-DOSSIER-PATH          PIC X(40)
                             VALUE "Data/SUBJECT-ACCESS-DOSSIER.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-CUSTOMER-STATUS       PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-XREF-STATUS           PIC XX.
       01  WS-ACCOUNT-STATUS        PIC XX.
       01  WS-EMPLOYEE-STATUS       PIC XX.
       01  WS-EVENT-STATUS          PIC XX.
       01  WS-MEMBER-STATUS         PIC XX.
       01  WS-HOUSEHOLD-STATUS      PIC XX.
       01  WS-LOG-STATUS            PIC XX.
       01  WS-GUARDIAN-STATUS       PIC XX.
       01  WS-STUDENT-STATUS        PIC XX.
       01  WS-CASE-STATUS           PIC XX.
       01  WS-CONTACT-STATUS        PIC XX.
       01  WS-QUEUE-STATUS          PIC XX.
       01  WS-AUDIT-STATUS          PIC XX.
       01  WS-DOSSIER-STATUS        PIC XX.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                    VALUE "SubjectAccessExport".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

      * The person as asked, and the name the search runs on.
       01  WS-DEMANDE-TYPE          PIC X(1).
       01  WS-DEMANDE-VALEUR        PIC X(30).
       01  WS-DEMANDE-REF           PIC X(10).
       01  WS-NOM-CHERCHE           PIC X(30) VALUE SPACES.
       01  WS-NOM-LEN               PIC 9(2) VALUE ZERO.
       01  WS-PRENOM                PIC X(12) VALUE SPACES.
       01  WS-NOM-FICHIER           PIC X(30).

      * Every identifier retained for the person, as written on its
      * file and in its canonical form, with what it came from.
       01  WS-ID-CNT                PIC 9(2) VALUE ZERO.
       01  WS-ID-TABLE.
           05 WS-ID-ENTRY OCCURS 20 TIMES.
               10 WS-ID-BRUT        PIC X(6).
               10 WS-ID-NORME       PIC X(6).
               10 WS-ID-ORIGINE     PIC X(20).
       01  WS-ID-NOUVEAU            PIC X(6).
       01  WS-ID-ORIGINE-NOUVEAU    PIC X(20).
       01  WS-ID-TESTE              PIC X(6).
       01  WS-ID-TESTE-NORME        PIC X(6).
       01  WS-ID-SWITCH             PIC X(1).
           88 WS-ID-CONNU           VALUE "Y".
           88 WS-ID-INCONNU         VALUE "N".
       01  WS-ID-LEN                PIC 9(2).

      * The students the person is guardian of, in canonical form -
      * the notification files address a guardian by the student.
       01  WS-PUPILLE-CNT           PIC 9(2) VALUE ZERO.
       01  WS-PUPILLE-TABLE.
           05 WS-PUPILLE-ID         PIC X(6) OCCURS 20 TIMES.
       01  WS-DEST-TYPE             PIC X(1).
       01  WS-DEST-ID               PIC X(6).
       01  WS-POINTEUR              PIC 9(3).

      * One row per section of the dossier.
       01  WS-SEC-CNT               PIC 9(2) VALUE 14.
       01  WS-S                     PIC 9(2).
       01  WS-SECTION               PIC 9(2).
       01  WS-SECTION-TABLE.
           05 WS-SEC-ENTRY OCCURS 14 TIMES.
               10 WS-SEC-TITRE      PIC X(24).
               10 WS-SEC-SOURCE     PIC X(40).
               10 WS-SEC-ENREG      PIC 9(5).
               10 WS-SEC-LIGNES     PIC 9(5).
               10 WS-SEC-PAGE       PIC 9(4).
               10 WS-SEC-ABSENT     PIC X(1).

      * The dossier body, section after section, printed once the
      * table of contents can give each section its page.
       01  WS-LIGNE-CNT             PIC 9(5) VALUE ZERO.
       01  WS-L                     PIC 9(5).
       01  WS-LIGNE-TABLE.
           05 WS-LIGNE-ENTRY OCCURS 5000 TIMES
                   DEPENDING ON WS-LIGNE-CNT.
               10 WS-L-SECTION      PIC 9(2).
               10 WS-L-TEXTE        PIC X(100).
       01  WS-LIGNE                 PIC X(100).
       01  WS-CORPS-PAR-PAGE        PIC 9(3).
       01  WS-PAGE-SUIVANTE         PIC 9(4).

      * Accounts held through the cross-reference.
       01  WS-COMPTE-CNT            PIC 9(3) VALUE ZERO.
       01  WS-A                     PIC 9(3).
       01  WS-COMPTE-TABLE.
           05 WS-COMPTE-ENTRY OCCURS 100 TIMES.
               10 WS-CP-CUST-ID     PIC X(6).
               10 WS-CP-ACC-ID      PIC X(6).
               10 WS-CP-ROLE        PIC X(1).
               10 WS-CP-TROUVE      PIC X(1).
               10 WS-CP-SOLDE       PIC S9(7)V99.

       01  WS-I                     PIC 9(2).
       01  WS-J                     PIC 9(2).
       01  WS-TALLY                 PIC 9(4).
       01  WS-IMAGE                 PIC X(120).
       01  WS-GARDE-SWITCH          PIC X(1).
           88 WS-GARDE-RETENU       VALUE "Y".
       01  WS-VISITE-DOUTE-CNT      PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-ENREG           PIC 9(6) VALUE ZERO.

       01  WS-SOLDE-EDITE           PIC -ZZZZZZ9.99.
       01  WS-NOTE-EDITEE           PIC Z9.99.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 1100-RESOUDRE-IDENTITE-DEB
              THRU 1100-RESOUDRE-IDENTITE-FIN.

           PERFORM 2000-CONSTITUER-DOSSIER-DEB
              THRU 2000-CONSTITUER-DOSSIER-FIN.

           PERFORM 3000-EDITER-DOSSIER-DEB
              THRU 3000-EDITER-DOSSIER-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE PARM-FILE: "
                       WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY "AUCUNE PERSONNE DEMANDEE - RUN ABANDONNE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE PARM-FILE.
           IF NOT PRM-TYPE-VALIDE OR PRM-VALEUR = SPACES
               DISPLAY "DEMANDE INVALIDE: " SUBJECT-ACCESS-PARM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PRM-TYPE TO WS-DEMANDE-TYPE.
           MOVE PRM-VALEUR TO WS-DEMANDE-VALEUR.
           MOVE PRM-REFERENCE TO WS-DEMANDE-REF.
           IF PRM-OPERATEUR NOT = SPACES
               MOVE PRM-OPERATEUR TO WS-AT-USER-ID
           END-IF.
           DISPLAY "DOSSIER D'ACCES - DEMANDE " WS-DEMANDE-TYPE " "
                   WS-DEMANDE-VALEUR " REF " WS-DEMANDE-REF.

           OPEN OUTPUT DOSSIER-FILE.
           IF WS-DOSSIER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE DOSSIER-FILE: "
                       WS-DOSSIER-STATUS
               STOP RUN
           END-IF.

           MOVE "SubjectAccessExport" TO RH-PROGRAM-ID.
           MOVE "DOSSIER D'ACCES" TO RH-REPORT-TITLE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           COMPUTE WS-CORPS-PAR-PAGE = RH-LINES-PER-PAGE - 3.

           PERFORM 1010-DECRIRE-SECTIONS-DEB
              THRU 1010-DECRIRE-SECTIONS-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

       1010-DECRIRE-SECTIONS-DEB.
           INITIALIZE WS-SECTION-TABLE.
           MOVE "CLIENT" TO WS-SEC-TITRE(1).
           MOVE WS-CUSTOMER-PATH TO WS-SEC-SOURCE(1).
           MOVE "ADRESSE CLIENT" TO WS-SEC-TITRE(2).
           MOVE WS-MASTER-PATH TO WS-SEC-SOURCE(2).
           MOVE "COMPTES DETENUS" TO WS-SEC-TITRE(3).
           MOVE WS-XREF-PATH TO WS-SEC-SOURCE(3).
           MOVE "EMPLOYE" TO WS-SEC-TITRE(4).
           MOVE WS-EMPLOYEE-PATH TO WS-SEC-SOURCE(4).
           MOVE "HISTORIQUE EMPLOYE" TO WS-SEC-TITRE(5).
           MOVE WS-EVENT-PATH TO WS-SEC-SOURCE(5).
           MOVE "MEMBRE" TO WS-SEC-TITRE(6).
           MOVE WS-MEMBER-PATH TO WS-SEC-SOURCE(6).
           MOVE "FOYER DU MEMBRE" TO WS-SEC-TITRE(7).
           MOVE WS-HOUSEHOLD-PATH TO WS-SEC-SOURCE(7).
           MOVE "VISITES" TO WS-SEC-TITRE(8).
           MOVE WS-LOG-PATH TO WS-SEC-SOURCE(8).
           MOVE "RESPONSABLE LEGAL" TO WS-SEC-TITRE(9).
           MOVE WS-GUARDIAN-PATH TO WS-SEC-SOURCE(9).
           MOVE "ELEVE" TO WS-SEC-TITRE(10).
           MOVE WS-STUDENT-PATH TO WS-SEC-SOURCE(10).
           MOVE "RECLAMATIONS" TO WS-SEC-TITRE(11).
           MOVE WS-CASE-PATH TO WS-SEC-SOURCE(11).
           MOVE "CONTACTS NOTIFICATION" TO WS-SEC-TITRE(12).
           MOVE WS-CONTACT-PATH TO WS-SEC-SOURCE(12).
           MOVE "NOTIFICATIONS" TO WS-SEC-TITRE(13).
           MOVE WS-QUEUE-PATH TO WS-SEC-SOURCE(13).
           MOVE "PISTE D'AUDIT" TO WS-SEC-TITRE(14).
           MOVE WS-AUDIT-PATH TO WS-SEC-SOURCE(14).
       1010-DECRIRE-SECTIONS-FIN.
           EXIT.

      * The id asked for gives the name; the name gives every other
      * id that bears it.
       1100-RESOUDRE-IDENTITE-DEB.
           EVALUATE TRUE
               WHEN PRM-PAR-NOM
                   MOVE FUNCTION UPPER-CASE(WS-DEMANDE-VALEUR)
                       TO WS-NOM-CHERCHE
               WHEN OTHER
                   MOVE WS-DEMANDE-VALEUR(1:6) TO WS-ID-NOUVEAU
                   MOVE "DEMANDE" TO WS-ID-ORIGINE-NOUVEAU
                   PERFORM 1900-AJOUTER-ID-DEB
                      THRU 1900-AJOUTER-ID-FIN
           END-EVALUATE.

           IF PRM-PAR-CLIENT
               PERFORM 1110-NOM-DU-CLIENT-DEB
                  THRU 1110-NOM-DU-CLIENT-FIN
           END-IF.
           IF PRM-PAR-EMPLOYE
               PERFORM 1120-NOM-DE-L-EMPLOYE-DEB
                  THRU 1120-NOM-DE-L-EMPLOYE-FIN
           END-IF.

           IF WS-NOM-CHERCHE NOT = SPACES
               COMPUTE WS-NOM-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(WS-NOM-CHERCHE))
               UNSTRING WS-NOM-CHERCHE DELIMITED BY SPACE
                   INTO WS-PRENOM
               END-UNSTRING
               PERFORM 1150-IDS-DU-NOM-DEB
                  THRU 1150-IDS-DU-NOM-FIN
           END-IF.

           DISPLAY "NOM RECHERCHE         : " WS-NOM-CHERCHE.
           DISPLAY "IDENTIFIANTS RETENUS  : " WS-ID-CNT.
       1100-RESOUDRE-IDENTITE-FIN.
           EXIT.

       1110-NOM-DU-CLIENT-DEB.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS = "00"
               PERFORM UNTIL WS-CUSTOMER-STATUS = "10"
                   READ CUSTOMER-FILE
                       AT END
                           MOVE "10" TO WS-CUSTOMER-STATUS
                       NOT AT END
                           MOVE CF-ID TO WS-ID-TESTE
                           PERFORM 1950-TESTER-ID-DEB
                              THRU 1950-TESTER-ID-FIN
                           IF WS-ID-CONNU
                               MOVE FUNCTION UPPER-CASE(CF-NAME)
                                   TO WS-NOM-CHERCHE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.
       1110-NOM-DU-CLIENT-FIN.
           EXIT.

       1120-NOM-DE-L-EMPLOYE-DEB.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS = "00"
               PERFORM UNTIL WS-EMPLOYEE-STATUS = "10"
                   READ EMPLOYEE-FILE
                       AT END
                           MOVE "10" TO WS-EMPLOYEE-STATUS
                       NOT AT END
                           MOVE EMP-ID TO WS-ID-TESTE
                           PERFORM 1950-TESTER-ID-DEB
                              THRU 1950-TESTER-ID-FIN
                           IF WS-ID-CONNU
                               MOVE FUNCTION UPPER-CASE(EMP-NAME)
                                   TO WS-NOM-CHERCHE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.
       1120-NOM-DE-L-EMPLOYE-FIN.
           EXIT.

      * Customers, employees and students bearing the name.
       1150-IDS-DU-NOM-DEB.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS = "00"
               PERFORM UNTIL WS-CUSTOMER-STATUS = "10"
                   READ CUSTOMER-FILE
                       AT END
                           MOVE "10" TO WS-CUSTOMER-STATUS
                       NOT AT END
                           IF FUNCTION UPPER-CASE(CF-NAME)
                                   = WS-NOM-CHERCHE
                               MOVE CF-ID TO WS-ID-NOUVEAU
                               MOVE "NOM CLIENT"
                                   TO WS-ID-ORIGINE-NOUVEAU
                               PERFORM 1900-AJOUTER-ID-DEB
                                  THRU 1900-AJOUTER-ID-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS = "00"
               PERFORM UNTIL WS-EMPLOYEE-STATUS = "10"
                   READ EMPLOYEE-FILE
                       AT END
                           MOVE "10" TO WS-EMPLOYEE-STATUS
                       NOT AT END
                           MOVE EMP-NAME TO WS-NOM-FICHIER
                           IF FUNCTION UPPER-CASE(WS-NOM-FICHIER)
                                   = WS-NOM-CHERCHE
                               MOVE EMP-ID TO WS-ID-NOUVEAU
                               MOVE "NOM EMPLOYE"
                                   TO WS-ID-ORIGINE-NOUVEAU
                               PERFORM 1900-AJOUTER-ID-DEB
                                  THRU 1900-AJOUTER-ID-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   READ STUDENT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           MOVE SM-STUDENT-NAME TO WS-NOM-FICHIER
                           IF FUNCTION UPPER-CASE(WS-NOM-FICHIER)
                                   = WS-NOM-CHERCHE
                               MOVE SM-STUDENT-ID TO WS-ID-NOUVEAU
                               MOVE "NOM ELEVE"
                                   TO WS-ID-ORIGINE-NOUVEAU
                               PERFORM 1900-AJOUTER-ID-DEB
                                  THRU 1900-AJOUTER-ID-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER-FILE
           END-IF.
       1150-IDS-DU-NOM-FIN.
           EXIT.

       1900-AJOUTER-ID-DEB.
           MOVE WS-ID-NOUVEAU TO WS-ID-TESTE.
           PERFORM 1950-TESTER-ID-DEB
              THRU 1950-TESTER-ID-FIN.
           IF WS-ID-INCONNU
               IF WS-ID-CNT >= 20
                   DISPLAY "TABLE DES IDENTIFIANTS PLEINE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ID-CNT
               MOVE WS-ID-NOUVEAU TO WS-ID-BRUT(WS-ID-CNT)
               MOVE WS-ID-TESTE-NORME TO WS-ID-NORME(WS-ID-CNT)
               MOVE WS-ID-ORIGINE-NOUVEAU TO WS-ID-ORIGINE(WS-ID-CNT)
           END-IF.
       1900-AJOUTER-ID-FIN.
           EXIT.

      * Is WS-ID-TESTE one of the person's ids, in either spelling.
       1950-TESTER-ID-DEB.
           SET WS-ID-INCONNU TO TRUE.
           CALL "IdFormatNormalizer" USING WS-ID-TESTE
               WS-ID-TESTE-NORME.
           IF WS-ID-TESTE NOT = SPACES
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-ID-CNT
                   IF WS-ID-NORME(WS-I) = WS-ID-TESTE-NORME
                       SET WS-ID-CONNU TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
       1950-TESTER-ID-FIN.
           EXIT.

       2000-CONSTITUER-DOSSIER-DEB.
           PERFORM 2100-CLIENT-DEB
              THRU 2100-CLIENT-FIN.
           PERFORM 2150-ADRESSE-CLIENT-DEB
              THRU 2150-ADRESSE-CLIENT-FIN.
           PERFORM 2200-COMPTES-DEB
              THRU 2200-COMPTES-FIN.
           PERFORM 2300-EMPLOYE-DEB
              THRU 2300-EMPLOYE-FIN.
           PERFORM 2350-HISTORIQUE-DEB
              THRU 2350-HISTORIQUE-FIN.
           PERFORM 2400-MEMBRE-DEB
              THRU 2400-MEMBRE-FIN.
           PERFORM 2450-FOYER-DEB
              THRU 2450-FOYER-FIN.
           PERFORM 2500-VISITES-DEB
              THRU 2500-VISITES-FIN.
           PERFORM 2600-RESPONSABLE-DEB
              THRU 2600-RESPONSABLE-FIN.
           PERFORM 2700-ELEVE-DEB
              THRU 2700-ELEVE-FIN.
           PERFORM 2800-RECLAMATIONS-DEB
              THRU 2800-RECLAMATIONS-FIN.
           PERFORM 2850-CONTACTS-DEB
              THRU 2850-CONTACTS-FIN.
           PERFORM 2860-NOTIFICATIONS-DEB
              THRU 2860-NOTIFICATIONS-FIN.
           PERFORM 2900-PISTE-AUDIT-DEB
              THRU 2900-PISTE-AUDIT-FIN.
       2000-CONSTITUER-DOSSIER-FIN.
           EXIT.

       2100-CLIENT-DEB.
           MOVE 1 TO WS-SECTION.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS = "00"
               PERFORM UNTIL WS-CUSTOMER-STATUS = "10"
                   READ CUSTOMER-FILE
                       AT END
                           MOVE "10" TO WS-CUSTOMER-STATUS
                       NOT AT END
                           MOVE CF-ID TO WS-ID-TESTE
                           PERFORM 1950-TESTER-ID-DEB
                              THRU 1950-TESTER-ID-FIN
                           IF WS-ID-CONNU
                               MOVE SPACES TO WS-LIGNE
                               STRING "CLIENT " CF-ID "  NOM: " CF-NAME
                                      DELIMITED BY SIZE INTO WS-LIGNE
                               PERFORM 8100-AJOUTER-ENREG-DEB
                                  THRU 8100-AJOUTER-ENREG-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           ELSE
               MOVE "Y" TO WS-SEC-ABSENT(WS-SECTION)
           END-IF.
           PERFORM 8200-CLORE-SECTION-DEB
              THRU 8200-CLORE-SECTION-FIN.
       2100-CLIENT-FIN.
           EXIT.

       2150-ADRESSE-CLIENT-DEB.
           MOVE 2 TO WS-SECTION.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-STATUS = "10"
                   READ MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-STATUS
                       NOT AT END
                           MOVE CMR-ID TO WS-ID-TESTE
                           PERFORM 1950-TESTER-ID-DEB
                              THRU 1950-TESTER-ID-FIN
                           IF WS-ID-CONNU
                               PERFORM 2160-LIGNES-ADRESSE-DEB
                                  THRU 2160-LIGNES-ADRESSE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           ELSE
               MOVE "Y" TO WS-SEC-ABSENT(WS-SECTION)
           END-IF.
           PERFORM 8200-CLORE-SECTION-DEB
              THRU 8200-CLORE-SECTION-FIN.
       2150-ADRESSE-CLIENT-FIN.
           EXIT.

       2160-LIGNES-ADRESSE-DEB.
           MOVE SPACES TO WS-LIGNE.
           STRING "CLIENT " CMR-ID "  NOM: " CMR-NAME
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 8100-AJOUTER-ENREG-DEB
              THRU 8100-AJOUTER-ENREG-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "  ADRESSE: " CMR-ADDRESS " " CMR-CITY " "
                  CMR-STATE " " CMR-ZIP
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 8110-AJOUTER-LIGNE-DEB
              THRU 8110-AJOUTER-LIGNE-FIN.
           IF CMR-COMMENT-PTR IS NUMERIC AND CMR-COMMENT-PTR > ZERO
               MOVE SPACES TO WS-LIGNE
               STRING "  LIGNE DE COMMENTAIRE CLIENT: " CMR-COMMENT-PTR
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 8110-AJOUTER-LIGNE-DEB
                  THRU 8110-AJOUTER-LIGNE-FIN
           END-IF.
       2160-LIGNES-ADRESSE-FIN.
           EXIT.

      * The cross-reference gives the accounts, the account master
      * their balance.
       2200-COMPTES-DEB.
           MOVE 3 TO WS-SECTION.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = "00"
               PERFORM UNTIL WS-XREF-STATUS = "10"
                   READ XREF-FILE
                       AT END
                           MOVE "10" TO WS-XREF-STATUS
                       NOT AT END
                           MOVE CAX-CUST-ID TO WS-ID-TESTE
                           PERFORM 1950-TESTER-ID-DEB
                              THRU 1950-TESTER-ID-FIN
                           IF WS-ID-CONNU AND WS-COMPTE-CNT < 100
                               ADD 1 TO WS-COMPTE-CNT
                               MOVE CAX-CUST-ID
                                   TO WS-CP-CUST-ID(WS-COMPTE-CNT)
                               MOVE CAX-ACC-ID
                                   TO WS-CP-ACC-ID(WS-COMPTE-CNT)
                               MOVE CAX-ROLE
                                   TO WS-CP-ROLE(WS-COMPTE-CNT)
                               MOVE "N"
                                   TO WS-CP-TROUVE(WS-COMPTE-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           ELSE
               MOVE "Y" TO WS-SEC-ABSENT(WS-SECTION)
           END-IF.

           IF WS-COMPTE-CNT > ZERO
               OPEN INPUT ACCOUNT-MASTER-FILE
               IF WS-ACCOUNT-STATUS = "00"
                   PERFORM UNTIL WS-ACCOUNT-STATUS = "10"
                       READ ACCOUNT-MASTER-FILE
                           AT END
                               MOVE "10" TO WS-ACCOUNT-STATUS
                           NOT AT END
                               PERFORM VARYING WS-A FROM 1 BY 1
                                       UNTIL WS-A > WS-COMPTE-CNT
                                   IF WS-CP-ACC-ID(WS-A) = ACC-ID
                                       MOVE "Y" TO WS-CP-TROUVE(WS-A)
                                       MOVE ACC-SOLDE
                                           TO WS-CP-SOLDE(WS-A)
                                   END-IF
                               END-PERFORM
                       END-READ
                   END-PERFORM
                   CLOSE ACCOUNT-MASTER-FILE
               END-IF
           END-IF.

           PERFORM 2210-LIGNE-COMPTE-DEB
              THRU 2210-LIGNE-COMPTE-FIN
              VARYING WS-A FROM 1 BY 1
              UNTIL WS-A > WS-COMPTE-CNT.
           PERFORM 8200-CLORE-SECTION-DEB
              THRU 8200-CLORE-SECTION-FIN.
       2200-COMPTES-FIN.
           EXIT.

       2210-LIGNE-COMPTE-DEB.
           MOVE SPACES TO WS-LIGNE.
           IF WS-CP-TROUVE(WS-A) = "Y"
               MOVE WS-CP-SOLDE(WS-A) TO WS-SOLDE-EDITE
               STRING "CLIENT " WS-CP-CUST-ID(WS-A) "  COMPTE "
                      WS-CP-ACC-ID(WS-A) "  ROLE " WS-CP-ROLE(WS-A)
                      "  SOLDE " WS-SOLDE-EDITE
                      DELIMITED BY SIZE INTO WS-LIGNE
           ELSE
               STRING "CLIENT " WS-CP-CUST-ID(WS-A) "  COMPTE "
                      WS-CP-ACC-ID(WS-A) "  ROLE " WS-CP-ROLE(WS-A)
                      "  ABSENT DU FICHIER DES COMPTES"
                      DELIMITED BY SIZE INTO WS-LIGNE
           END-IF.
           PERFORM 8100-AJOUTER-ENREG-DEB
              THRU 8100-AJOUTER-ENREG-FIN.
       2210-LIGNE-COMPTE-FIN.
           EXIT.

       2300-EMPLOYE-DEB.
           MOVE 4 TO WS-SECTION.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS = "00"
               PERFORM UNTIL WS-EMPLOYEE-STATUS = "10"
                   READ EMPLOYEE-FILE
                       AT END
                           MOVE "10" TO WS-EMPLOYEE-STATUS
                       NOT AT END
                           MOVE EMP-ID TO WS-ID-TESTE
                           PERFORM 1950-TESTER-ID-DEB
                              THRU 1950-TESTER-ID-FIN
                           IF WS-ID-CONNU
                               PERFORM 2310-LIGNES-EMPLOYE-DEB
                                  THRU 2310-LIGNES-EMPLOYE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           ELSE
               MOVE "Y" TO WS-SEC-ABSENT(WS-SECTION)
           END-IF.
           PERFORM 8200-CLORE-SECTION-DEB
              THRU 8200-CLORE-SECTION-FIN.
       2300-EMPLOYE-FIN.
           EXIT.

       2310-LIGNES-EMPLOYE-DEB.
           MOVE SPACES TO WS-LIGNE.
           STRING "EMPLOYE " EMP-ID "  NOM: " EMP-NAME
                  "  STATUT: " EMP-STATUT-EMPLOYE
                  "  GENRE: " EMP-GENRE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 8100-AJOUTER-ENREG-DEB
              THRU 8100-AJOUTER-ENREG-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "  NE LE " EMP-BIRTHDATE "  ENTRE LE " EMP-HIRE-DATE
                  "  SERVICE " EMP-DEPARTMENT
                  "  RESPONSABLE " EMP-RESPONSABLE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 8110-AJOUTER-LIGNE-DEB
              THRU 8110-AJOUTER-LIGNE-FIN.
           MOVE EMP-SOLDE TO WS-SOLDE-EDITE.
           MOVE SPACES TO WS-LIGNE.
           STRING "  SOLDE " WS-SOLDE-EDITE
                  "  OPERATEUR " EMP-OPERATEUR
                  "  DERNIERE MAJ " EMP-LAST-UPDATE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 8110-AJOUTER-LIGNE-DEB
              THRU 8110-AJOUTER-LIGNE-FIN.
       2310-LIGNES-EMPLOYE-FIN.
           EXIT.

       2350-HISTORIQUE-DEB.
           MOVE 5 TO WS-SECTION.
           OPEN INPUT EVENT-HISTORY-FILE.
           IF WS-EVENT-STATUS = "00"
               PERFORM UNTIL WS-EVENT-STATUS = "10"
                   READ EVENT-HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-EVENT-STATUS
                       NOT AT END
                           MOVE EVT-EMP-ID TO WS-ID-TESTE
                           PERFORM 1950-TESTER-ID-DEB
                              THRU 1950-TESTER-ID-FIN
                           IF WS-ID-CONNU
                               MOVE SPACES TO WS-LIGNE
                               STRING EVT-EMP-ID " " EVT-DATE " "
                                      EVT-TIME " " EVT-CODE " "
                                      EVT-OLD-VALUE " -> "
                                      EVT-NEW-VALUE
                                      DELIMITED BY SIZE INTO WS-LIGNE
                               PERFORM 8100-AJOUTER-ENREG-DEB
                                  THRU 8100-AJOUTER-ENREG-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-HISTORY-FILE
           ELSE
               MOVE "Y" TO WS-SEC-ABSENT(WS-SECTION)
           END-IF.
           PERFORM 8200-CLORE-SECTION-DEB
              THRU 8200-CLORE-SECTION-FIN.
       2350-HISTORIQUE-FIN.
           EXIT.

       2400-MEMBRE-DEB.
           MOVE 6 TO WS-SECTION.
           OPEN INPUT MEMBER-FILE.
           IF WS-MEMBER-STATUS = "00"
               PERFORM UNTIL WS-MEMBER-STATUS = "10"
                   READ MEMBER-FILE
                       AT END
                           MOVE "10" TO WS-MEMBER-STATUS
                       NOT AT END
                           MOVE MBR-ID TO WS-ID-TESTE
                           PERFORM 1950-TESTER-ID-DEB
                              THRU 1950-TESTER-ID-FIN
                           IF WS-ID-CONNU
                               MOVE SPACES TO WS-LIGNE
                               STRING "MEMBRE " MBR-ID
                                      "  MOIS DE RENOUVELLEMENT "
                                      MBR-MONTH
                                      DELIMITED BY SIZE INTO WS-LIGNE
                               PERFORM 8100-AJOUTER-ENREG-DEB
                                  THRU 8100-AJOUTER-ENREG-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
           ELSE
               MOVE "Y" TO WS-SEC-ABSENT(WS-SECTION)
           END-IF.
           PERFORM 8200-CLORE-SECTION-DEB
              THRU 8200-CLORE-SECTION-FIN.
       2400-MEMBRE-FIN.
           EXIT.

      * A link names the person as the dependent or as the primary.
       2450-FOYER-DEB.
           MOVE 7 TO WS-SECTION.
           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-STATUS = "00"
               PERFORM UNTIL WS-HOUSEHOLD-STATUS = "10"
                   READ HOUSEHOLD-FILE
                       AT END
                           MOVE "10" TO WS-HOUSEHOLD-STATUS
                       NOT AT END
                           MOVE MHH-MBR-ID TO WS-ID-TESTE
                           PERFORM 1950-TESTER-ID-DEB
                              THRU 1950-TESTER-ID-FIN
                           IF WS-ID-INCONNU
                               MOVE MHH-PRINCIPAL TO WS-ID-TESTE
                               PERFORM 1950-TESTER-ID-DEB
                                  THRU 1950-TESTER-ID-FIN
                           END-IF
                           IF WS-ID-CONNU
                               MOVE SPACES TO WS-LIGNE
                               STRING "AYANT DROIT " MHH-MBR-ID
                                      "  DU MEMBRE " MHH-PRINCIPAL
                                      "  NE LE " MHH-NAISSANCE
                                      "  STATUT " MHH-STATUT
                                      DELIMITED BY SIZE INTO WS-LIGNE
                               PERFORM 8100-AJOUTER-ENREG-DEB
                                  THRU 8100-AJOUTER-ENREG-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOUSEHOLD-FILE
           ELSE
               MOVE "Y" TO WS-SEC-ABSENT(WS-SECTION)
           END-IF.
           PERFORM 8200-CLORE-SECTION-DEB
              THRU 8200-CLORE-SECTION-FIN.
       2450-FOYER-FIN.
           EXIT.

      * The log keeps twelve characters of name: the full name, cut
      * there, is the person; the first name alone is only counted.
       2500-VISITES-DEB.
           MOVE 8 TO WS-SECTION.
           OPEN INPUT VISITOR-LOG-FILE.
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL WS-LOG-STATUS = "10"
                   READ VISITOR-LOG-FILE
                       AT END
                           MOVE "10" TO WS-LOG-STATUS
                       NOT AT END
                           PERFORM 2510-TESTER-VISITE-DEB
                              THRU 2510-TESTER-VISITE-FIN
                   END-READ
               END-PERFORM
               CLOSE VISITOR-LOG-FILE
           ELSE
               MOVE "Y" TO WS-SEC-ABSENT(WS-SECTION)
           END-IF.
           IF WS-VISITE-DOUTE-CNT > ZERO
               MOVE SPACES TO WS-LIGNE
               STRING WS-VISITE-DOUTE-CNT
                      " PASSAGE(S) AU SEUL PRENOM " DELIMITED BY SIZE
                      WS-PRENOM DELIMITED BY SPACE
                      " - A VERIFIER, NON REPRIS" DELIMITED BY SIZE
                      INTO WS-LIGNE
               PERFORM 8110-AJOUTER-LIGNE-DEB
                  THRU 8110-AJOUTER-LIGNE-FIN
           END-IF.
           PERFORM 8200-CLORE-SECTION-DEB
              THRU 8200-CLORE-SECTION-FIN.
       2500-VISITES-FIN.
           EXIT.

       2510-TESTER-VISITE-DEB.
           MOVE LOG-NOM TO WS-NOM-FICHIER.
           MOVE FUNCTION UPPER-CASE(WS-NOM-FICHIER) TO WS-NOM-FICHIER.
           EVALUATE TRUE
               WHEN WS-NOM-CHERCHE = SPACES OR LOG-NOM = SPACES
                   CONTINUE
               WHEN WS-NOM-FICHIER(1:12) = WS-NOM-CHERCHE(1:12)
                   MOVE SPACES TO WS-LIGNE
                   STRING "PASSAGE " LOG-TIMESTAMP " " LOG-TYPE
                          "  NOM: " LOG-NOM
                          DELIMITED BY SIZE INTO WS-LIGNE
                   PERFORM 8100-AJOUTER-ENREG-DEB
                      THRU 8100-AJOUTER-ENREG-FIN
               WHEN WS-NOM-FICHIER(1:12) = WS-PRENOM
                   ADD 1 TO WS-VISITE-DOUTE-CNT
           END-EVALUATE.
       2510-TESTER-VISITE-FIN.
           EXIT.

      * The person as a guardian, by name, or as the student a
      * guardian answers for, by id.
       2600-RESPONSABLE-DEB.
           MOVE 9 TO WS-SECTION.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-GUARDIAN-STATUS = "00"
               PERFORM UNTIL WS-GUARDIAN-STATUS = "10"
                   READ GUARDIAN-FILE
                       AT END
                           MOVE "10" TO WS-GUARDIAN-STATUS
                       NOT AT END
                           PERFORM 2610-TESTER-RESPONSABLE-DEB
                              THRU 2610-TESTER-RESPONSABLE-FIN
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           ELSE
               MOVE "Y" TO WS-SEC-ABSENT(WS-SECTION)
           END-IF.
           PERFORM 8200-CLORE-SECTION-DEB
              THRU 8200-CLORE-SECTION-FIN.
       2600-RESPONSABLE-FIN.
           EXIT.

       2610-TESTER-RESPONSABLE-DEB.
           MOVE GRD-STUDENT-ID TO WS-ID-TESTE.
           PERFORM 1950-TESTER-ID-DEB
              THRU 1950-TESTER-ID-FIN.
           MOVE "N" TO WS-GARDE-SWITCH.
           IF WS-NOM-CHERCHE NOT = SPACES
                   AND FUNCTION UPPER-CASE(GRD-NAME) = WS-NOM-CHERCHE
               MOVE "Y" TO WS-GARDE-SWITCH
               IF WS-PUPILLE-CNT < 20
                   ADD 1 TO WS-PUPILLE-CNT
                   MOVE WS-ID-TESTE-NORME
                       TO WS-PUPILLE-ID(WS-PUPILLE-CNT)
               END-IF
               MOVE SPACES TO WS-LIGNE
               STRING "RESPONSABLE DE L'ELEVE " GRD-STUDENT-ID
                      "  LIEN: " GRD-RELATION
                      "  PRINCIPAL: " GRD-PRIMARY
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 8100-AJOUTER-ENREG-DEB
                  THRU 8100-AJOUTER-ENREG-FIN
           ELSE
               IF WS-ID-CONNU
                   MOVE "Y" TO WS-GARDE-SWITCH
                   MOVE SPACES TO WS-LIGNE
                   STRING "ELEVE " GRD-STUDENT-ID
                          "  RESPONSABLE: " GRD-NAME
                          "  LIEN: " GRD-RELATION
                          DELIMITED BY SIZE INTO WS-LIGNE
                   PERFORM 8100-AJOUTER-ENREG-DEB
                      THRU 8100-AJOUTER-ENREG-FIN
               END-IF
           END-IF.
           IF WS-GARDE-RETENU
               MOVE SPACES TO WS-LIGNE
               STRING "  ADRESSE: " GRD-ADDRESS " " GRD-CITY " "
                      GRD-STATE " " GRD-ZIP
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 8110-AJOUTER-LIGNE-DEB
                  THRU 8110-AJOUTER-LIGNE-FIN
           END-IF.
       2610-TESTER-RESPONSABLE-FIN.
           EXIT.

       2700-ELEVE-DEB.
           MOVE 10 TO WS-SECTION.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL WS-STUDENT-STATUS = "10"
                   READ STUDENT-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           MOVE SM-STUDENT-ID TO WS-ID-TESTE
                           PERFORM 1950-TESTER-ID-DEB
                              THRU 1950-TESTER-ID-FIN
                           IF WS-ID-CONNU
                               PERFORM 2710-LIGNES-ELEVE-DEB
                                  THRU 2710-LIGNES-ELEVE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER-FILE
           ELSE
               MOVE "Y" TO WS-SEC-ABSENT(WS-SECTION)
           END-IF.
           PERFORM 8200-CLORE-SECTION-DEB
              THRU 8200-CLORE-SECTION-FIN.
       2700-ELEVE-FIN.
           EXIT.

       2710-LIGNES-ELEVE-DEB.
           MOVE SPACES TO WS-LIGNE.
           STRING "ELEVE " SM-STUDENT-ID "  NOM: " SM-STUDENT-NAME
                  "  MATIERES: " SM-SUBJECT-COUNT
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 8100-AJOUTER-ENREG-DEB
              THRU 8100-AJOUTER-ENREG-FIN.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > SM-SUBJECT-COUNT
               MOVE SM-SUBJECT-GRADE(WS-J) TO WS-NOTE-EDITEE
               MOVE SPACES TO WS-LIGNE
               STRING "  " SM-SUBJECT-NAME(WS-J) " " WS-NOTE-EDITEE
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 8110-AJOUTER-LIGNE-DEB
                  THRU 8110-AJOUTER-LIGNE-FIN
           END-PERFORM.
       2710-LIGNES-ELEVE-FIN.
           EXIT.

       2800-RECLAMATIONS-DEB.
           MOVE 11 TO WS-SECTION.
           OPEN INPUT CASE-FILE.
           IF WS-CASE-STATUS = "00"
               PERFORM UNTIL WS-CASE-STATUS = "10"
                   READ CASE-FILE
                       AT END
                           MOVE "10" TO WS-CASE-STATUS
                       NOT AT END
                           MOVE CPL-CUST-ID TO WS-ID-TESTE
                           PERFORM 1950-TESTER-ID-DEB
                              THRU 1950-TESTER-ID-FIN
                           IF WS-ID-CONNU
                               PERFORM 2810-LIGNES-RECLAMATION-DEB
                                  THRU 2810-LIGNES-RECLAMATION-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           ELSE
               MOVE "Y" TO WS-SEC-ABSENT(WS-SECTION)
           END-IF.
           PERFORM 8200-CLORE-SECTION-DEB
              THRU 8200-CLORE-SECTION-FIN.
       2800-RECLAMATIONS-FIN.
           EXIT.

       2810-LIGNES-RECLAMATION-DEB.
           MOVE SPACES TO WS-LIGNE.
           STRING "DOSSIER " CPL-ID "  CLIENT " CPL-CUST-ID
                  "  OUVERT LE " CPL-DATE-OUVERTURE
                  "  CATEGORIE " CPL-CATEGORIE
                  "  STATUT " CPL-STATUT "  ISSUE " CPL-ISSUE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 8100-AJOUTER-ENREG-DEB
              THRU 8100-AJOUTER-ENREG-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "  " CPL-TEXTE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 8110-AJOUTER-LIGNE-DEB
              THRU 8110-AJOUTER-LIGNE-FIN.
           IF CPL-NOTE NOT = SPACES
               MOVE SPACES TO WS-LIGNE
               STRING "  NOTE: " CPL-NOTE
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 8110-AJOUTER-LIGNE-DEB
                  THRU 8110-AJOUTER-LIGNE-FIN
           END-IF.
       2810-LIGNES-RECLAMATION-FIN.
           EXIT.

      * The addresses the person is reached at, and the channel
      * asked for.
       2850-CONTACTS-DEB.
           MOVE 12 TO WS-SECTION.
           OPEN INPUT CONTACT-FILE.
           IF WS-CONTACT-STATUS = "00"
               PERFORM UNTIL WS-CONTACT-STATUS = "10"
                   READ CONTACT-FILE
                       AT END
                           MOVE "10" TO WS-CONTACT-STATUS
                       NOT AT END
                           MOVE NCT-DEST-TYPE TO WS-DEST-TYPE
                           MOVE NCT-DEST-ID TO WS-DEST-ID
                           PERFORM 2870-TESTER-DESTINATAIRE-DEB
                              THRU 2870-TESTER-DESTINATAIRE-FIN
                           IF WS-ID-CONNU
                               PERFORM 2855-LIGNES-CONTACT-DEB
                                  THRU 2855-LIGNES-CONTACT-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACT-FILE
           ELSE
               MOVE "Y" TO WS-SEC-ABSENT(WS-SECTION)
           END-IF.
           PERFORM 8200-CLORE-SECTION-DEB
              THRU 8200-CLORE-SECTION-FIN.
       2850-CONTACTS-FIN.
           EXIT.

       2855-LIGNES-CONTACT-DEB.
           MOVE SPACES TO WS-LIGNE.
           STRING "DESTINATAIRE " NCT-DEST-TYPE " " NCT-DEST-ID
                  "  CANAL PREFERE: " NCT-PREFERENCE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 8100-AJOUTER-ENREG-DEB
              THRU 8100-AJOUTER-ENREG-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "  EMAIL: " NCT-EMAIL "  MOBILE: " NCT-MOBILE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 8110-AJOUTER-LIGNE-DEB
              THRU 8110-AJOUTER-LIGNE-FIN.
       2855-LIGNES-CONTACT-FIN.
           EXIT.

      * Every notice queued for the person, with the address it
      * went to and what was merged into it.
       2860-NOTIFICATIONS-DEB.
           MOVE 13 TO WS-SECTION.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS = "00"
               PERFORM UNTIL WS-QUEUE-STATUS = "10"
                   READ QUEUE-FILE
                       AT END
                           MOVE "10" TO WS-QUEUE-STATUS
                       NOT AT END
                           MOVE NTQ-DEST-TYPE TO WS-DEST-TYPE
                           MOVE NTQ-DEST-ID TO WS-DEST-ID
                           PERFORM 2870-TESTER-DESTINATAIRE-DEB
                              THRU 2870-TESTER-DESTINATAIRE-FIN
                           IF WS-ID-CONNU
                               PERFORM 2865-LIGNES-NOTIFICATION-DEB
                                  THRU 2865-LIGNES-NOTIFICATION-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
           ELSE
               MOVE "Y" TO WS-SEC-ABSENT(WS-SECTION)
           END-IF.
           PERFORM 8200-CLORE-SECTION-DEB
              THRU 8200-CLORE-SECTION-FIN.
       2860-NOTIFICATIONS-FIN.
           EXIT.

       2865-LIGNES-NOTIFICATION-DEB.
           MOVE SPACES TO WS-LIGNE.
           STRING "NOTICE " NTQ-ID " DU " NTQ-DATE-CREATION " "
                  NTQ-PRODUCTEUR " " NTQ-TEMPLATE
                  " CANAL " NTQ-CANAL " STATUT " NTQ-STATUT
                  " " NTQ-DATE-STATUT
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 8100-AJOUTER-ENREG-DEB
              THRU 8100-AJOUTER-ENREG-FIN.
           MOVE SPACES TO WS-LIGNE.
           STRING "  DESTINATAIRE " NTQ-DEST-TYPE " " NTQ-DEST-ID
                  "  ADRESSE: " NTQ-ADRESSE
                  DELIMITED BY SIZE INTO WS-LIGNE.
           PERFORM 8110-AJOUTER-LIGNE-DEB
              THRU 8110-AJOUTER-LIGNE-FIN.
           MOVE SPACES TO WS-LIGNE.
           MOVE "  TEXTE:" TO WS-LIGNE.
           MOVE 9 TO WS-POINTEUR.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 5
               IF NTQ-CHAMP(WS-J) NOT = SPACES
                   IF WS-POINTEUR > 9
                       STRING " /" DELIMITED BY SIZE
                              INTO WS-LIGNE WITH POINTER WS-POINTEUR
                   END-IF
                   STRING " " DELIMITED BY SIZE
                          NTQ-CHAMP(WS-J) DELIMITED BY "  "
                          INTO WS-LIGNE WITH POINTER WS-POINTEUR
               END-IF
           END-PERFORM.
           PERFORM 8110-AJOUTER-LIGNE-DEB
              THRU 8110-AJOUTER-LIGNE-FIN.
       2865-LIGNES-NOTIFICATION-FIN.
           EXIT.

      * A recipient is the person when the id is one of theirs;
      * a guardian row (T) also when it names a student the person
      * is guardian of.
       2870-TESTER-DESTINATAIRE-DEB.
           MOVE WS-DEST-ID TO WS-ID-TESTE.
           PERFORM 1950-TESTER-ID-DEB
              THRU 1950-TESTER-ID-FIN.
           IF WS-ID-INCONNU AND WS-DEST-TYPE = "T"
                   AND WS-ID-TESTE NOT = SPACES
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-PUPILLE-CNT
                   IF WS-PUPILLE-ID(WS-I) = WS-ID-TESTE-NORME
                       SET WS-ID-CONNU TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
       2870-TESTER-DESTINATAIRE-FIN.
           EXIT.

      * Any audit record whose images carry one of the ids, in
      * either spelling, or the name.
       2900-PISTE-AUDIT-DEB.
           MOVE 14 TO WS-SECTION.
           OPEN INPUT AUDIT-TRAIL-FILE.
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-STATUS = "10"
                   READ AUDIT-TRAIL-FILE
                       AT END
                           MOVE "10" TO WS-AUDIT-STATUS
                       NOT AT END
                           PERFORM 2910-TESTER-AUDIT-DEB
                              THRU 2910-TESTER-AUDIT-FIN
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           ELSE
               MOVE "Y" TO WS-SEC-ABSENT(WS-SECTION)
           END-IF.
           PERFORM 8200-CLORE-SECTION-DEB
              THRU 8200-CLORE-SECTION-FIN.
       2900-PISTE-AUDIT-FIN.
           EXIT.

       2910-TESTER-AUDIT-DEB.
           MOVE SPACES TO WS-IMAGE.
           STRING AT-BEFORE-IMAGE AT-AFTER-IMAGE
                  DELIMITED BY SIZE INTO WS-IMAGE.
           MOVE FUNCTION UPPER-CASE(WS-IMAGE) TO WS-IMAGE.
           MOVE ZERO TO WS-TALLY.
           IF WS-NOM-LEN > ZERO
               INSPECT WS-IMAGE TALLYING WS-TALLY
                   FOR ALL WS-NOM-CHERCHE(1:WS-NOM-LEN)
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ID-CNT OR WS-TALLY > ZERO
               COMPUTE WS-ID-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(WS-ID-BRUT(WS-I)))
               INSPECT WS-IMAGE TALLYING WS-TALLY
                   FOR ALL WS-ID-BRUT(WS-I)(1:WS-ID-LEN)
               INSPECT WS-IMAGE TALLYING WS-TALLY
                   FOR ALL WS-ID-NORME(WS-I)
           END-PERFORM.
           IF WS-TALLY > ZERO
               MOVE SPACES TO WS-LIGNE
               STRING AT-TIMESTAMP " " AT-PROGRAM-ID " " AT-USER-ID
                      " NO " AT-SEQUENCE
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 8100-AJOUTER-ENREG-DEB
                  THRU 8100-AJOUTER-ENREG-FIN
               MOVE SPACES TO WS-LIGNE
               STRING "  AVANT: " AT-BEFORE-IMAGE
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 8110-AJOUTER-LIGNE-DEB
                  THRU 8110-AJOUTER-LIGNE-FIN
               MOVE SPACES TO WS-LIGNE
               STRING "  APRES: " AT-AFTER-IMAGE
                      DELIMITED BY SIZE INTO WS-LIGNE
               PERFORM 8110-AJOUTER-LIGNE-DEB
                  THRU 8110-AJOUTER-LIGNE-FIN
           END-IF.
       2910-TESTER-AUDIT-FIN.
           EXIT.

      * Title page first, then each section on its own pages. The
      * pages are known before printing: a section takes as many
      * pages as its lines need, at least one.
       3000-EDITER-DOSSIER-DEB.
           MOVE 2 TO WS-PAGE-SUIVANTE.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SEC-CNT
               MOVE WS-PAGE-SUIVANTE TO WS-SEC-PAGE(WS-S)
               COMPUTE WS-PAGE-SUIVANTE = WS-PAGE-SUIVANTE
                   + (WS-SEC-LIGNES(WS-S) + WS-CORPS-PAR-PAGE - 1)
                   / WS-CORPS-PAR-PAGE
           END-PERFORM.

           PERFORM 3100-EDITER-SOMMAIRE-DEB
              THRU 3100-EDITER-SOMMAIRE-FIN.

           MOVE ZERO TO WS-SECTION.
           PERFORM 3200-EDITER-LIGNE-DEB
              THRU 3200-EDITER-LIGNE-FIN
              VARYING WS-L FROM 1 BY 1
              UNTIL WS-L > WS-LIGNE-CNT.
       3000-EDITER-DOSSIER-FIN.
           EXIT.

       3100-EDITER-SOMMAIRE-DEB.
           PERFORM 3900-ENTETE-PAGE-DEB
              THRU 3900-ENTETE-PAGE-FIN.
           MOVE SPACES TO DOSSIER-LINE.
           STRING "DEMANDE D'ACCES REF " WS-DEMANDE-REF
                  "  PAR " WS-DEMANDE-TYPE " " WS-DEMANDE-VALEUR
                  DELIMITED BY SIZE INTO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           MOVE SPACES TO DOSSIER-LINE.
           STRING "NOM RECHERCHE: " WS-NOM-CHERCHE
                  DELIMITED BY SIZE INTO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           MOVE SPACES TO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           MOVE "IDENTIFIANTS RETENUS" TO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ID-CNT
               MOVE SPACES TO DOSSIER-LINE
               STRING "  " WS-ID-BRUT(WS-I) "  " WS-ID-ORIGINE(WS-I)
                      DELIMITED BY SIZE INTO DOSSIER-LINE
               WRITE DOSSIER-LINE
           END-PERFORM.
           MOVE SPACES TO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           MOVE "SOMMAIRE" TO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           MOVE SPACES TO DOSSIER-LINE.
           STRING "SEC TITRE                    SOURCE"
                  "                                   ENREG  PAGE"
                  DELIMITED BY SIZE INTO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SEC-CNT
               MOVE SPACES TO DOSSIER-LINE
               IF WS-SEC-ABSENT(WS-S) = "Y"
                   STRING WS-S "  " WS-SEC-TITRE(WS-S) " "
                          WS-SEC-SOURCE(WS-S) " ABSENT "
                          WS-SEC-PAGE(WS-S)
                          DELIMITED BY SIZE INTO DOSSIER-LINE
               ELSE
                   STRING WS-S "  " WS-SEC-TITRE(WS-S) " "
                          WS-SEC-SOURCE(WS-S) " " WS-SEC-ENREG(WS-S)
                          "  " WS-SEC-PAGE(WS-S)
                          DELIMITED BY SIZE INTO DOSSIER-LINE
               END-IF
               WRITE DOSSIER-LINE
           END-PERFORM.
           MOVE SPACES TO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           MOVE SPACES TO DOSSIER-LINE.
           STRING "TOTAL DES ENREGISTREMENTS: " WS-TOTAL-ENREG
                  DELIMITED BY SIZE INTO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
       3100-EDITER-SOMMAIRE-FIN.
           EXIT.

       3200-EDITER-LIGNE-DEB.
           IF WS-L-SECTION(WS-L) NOT = WS-SECTION
               MOVE WS-L-SECTION(WS-L) TO WS-SECTION
               PERFORM 3300-ENTETE-SECTION-DEB
                  THRU 3300-ENTETE-SECTION-FIN
           ELSE
               IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
                   PERFORM 3300-ENTETE-SECTION-DEB
                      THRU 3300-ENTETE-SECTION-FIN
               END-IF
           END-IF.
           MOVE WS-L-TEXTE(WS-L) TO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           ADD 1 TO RH-LINE-COUNT.
       3200-EDITER-LIGNE-FIN.
           EXIT.

       3300-ENTETE-SECTION-DEB.
           PERFORM 3900-ENTETE-PAGE-DEB
              THRU 3900-ENTETE-PAGE-FIN.
           MOVE SPACES TO DOSSIER-LINE.
           STRING "SECTION " WS-SECTION " - " WS-SEC-TITRE(WS-SECTION)
                  " SOURCE " WS-SEC-SOURCE(WS-SECTION)
                  DELIMITED BY SIZE INTO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           MOVE SPACES TO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           MOVE 3 TO RH-LINE-COUNT.
       3300-ENTETE-SECTION-FIN.
           EXIT.

       3900-ENTETE-PAGE-DEB.
           ADD 1 TO RH-PAGE-NUMBER.
           MOVE SPACES TO RH-HEADING-LINE-1.
           STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                  " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                  DELIMITED BY SIZE INTO RH-HEADING-LINE-1.
           MOVE SPACES TO DOSSIER-LINE.
           MOVE RH-HEADING-LINE-1 TO DOSSIER-LINE.
           WRITE DOSSIER-LINE.
           MOVE 1 TO RH-LINE-COUNT.
       3900-ENTETE-PAGE-FIN.
           EXIT.

      * A record found: counts for the section and starts its entry.
       8100-AJOUTER-ENREG-DEB.
           ADD 1 TO WS-SEC-ENREG(WS-SECTION).
           ADD 1 TO WS-TOTAL-ENREG.
           PERFORM 8110-AJOUTER-LIGNE-DEB
              THRU 8110-AJOUTER-LIGNE-FIN.
       8100-AJOUTER-ENREG-FIN.
           EXIT.

       8110-AJOUTER-LIGNE-DEB.
           IF WS-LIGNE-CNT >= 5000
               DISPLAY "TABLE DES LIGNES DU DOSSIER PLEINE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-LIGNE-CNT.
           MOVE WS-SECTION TO WS-L-SECTION(WS-LIGNE-CNT).
           MOVE WS-LIGNE TO WS-L-TEXTE(WS-LIGNE-CNT).
           ADD 1 TO WS-SEC-LIGNES(WS-SECTION).
       8110-AJOUTER-LIGNE-FIN.
           EXIT.

      * A section always prints, if only to say there is nothing.
       8200-CLORE-SECTION-DEB.
           IF WS-SEC-LIGNES(WS-SECTION) = ZERO
               MOVE SPACES TO WS-LIGNE
               IF WS-SEC-ABSENT(WS-SECTION) = "Y"
                   MOVE "FICHIER ABSENT - AUCUNE DONNEE CONSERVEE"
                       TO WS-LIGNE
               ELSE
                   MOVE "AUCUNE DONNEE SUR CETTE PERSONNE"
                       TO WS-LIGNE
               END-IF
               PERFORM 8110-AJOUTER-LIGNE-DEB
                  THRU 8110-AJOUTER-LIGNE-FIN
           END-IF.
       8200-CLORE-SECTION-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE DOSSIER-FILE.

           MOVE SPACES TO WS-AT-BEFORE.
           STRING "ACCES DONNEES " WS-DEMANDE-TYPE " "
                  WS-DEMANDE-VALEUR
                  DELIMITED BY SIZE INTO WS-AT-BEFORE.
           MOVE SPACES TO WS-AT-AFTER.
           STRING "DOSSIER REF " WS-DEMANDE-REF " "
                  WS-TOTAL-ENREG " ENREG " WS-ID-CNT " IDENT"
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.

           DISPLAY "------------------------------------------------".
           DISPLAY "DOSSIER D'ACCES TERMINE.".
           DISPLAY "IDENTIFIANTS RETENUS  : " WS-ID-CNT.
           DISPLAY "ENREGISTREMENTS       : " WS-TOTAL-ENREG.
           DISPLAY "PAGES                 : " RH-PAGE-NUMBER.
           DISPLAY "------------------------------------------------".
           IF WS-TOTAL-ENREG = ZERO
               DISPLAY "AUCUNE DONNEE TROUVEE SUR CETTE PERSONNE"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-FIN.
           EXIT.
