       IDENTIFICATION DIVISION.
       PROGRAM-ID. PersonalDataErasure.
       AUTHOR. Mathieu.

      * Right-to-erasure run over the people long gone from the
      * park - terminated employees, lapsed members, students who
      * left and visitors not seen for years - who otherwise stay
      * on the masters with their full names for ever, the
      * retention purge only trimming the log files.
      * Data/ERASURE-RULES.txt holds one line per population (E
      * employee, S student, M member, V visitor): the years after
      * departure before the person is erased, the statuses that
      * mean departed (LICENCIE/RETRAITE on the employee master,
      * T/W/G on the student status file), and for employees
      * whether an advance still outstanding on EMP-SOLDE, or a
      * court order with something left to pay, holds the erasure
      * back. A population without a line is left alone.
      * Departure is dated from the data where the data has it -
      * the last DEPA event of the employee history, the period a
      * lapsed member was last notified on the renewal follow-up,
      * the last passage or pre-registration of a visitor - and
      * otherwise from the day this run first saw the person
      * departed, which Data/ERASURE-WATCH.txt remembers from one
      * run to the next (a student's status carries no date). A
      * person who comes back - reinstated, renewed, re-enrolled -
      * drops off the watch. Data/LEGAL-HOLD.txt lists the people
      * no erasure may touch, until the date given or, with no
      * date, until the line is removed.
      * Erasure replaces the identifying fields with the person's
      * pseudonym, ANON- and a key NextNumberIssuer issues in family
      * X, the same on every file: the employee's name, bank
      * account and dependents on the employee master, the bank
      * file and the benefits dependents; the student's name on the
      * student master and the grades file, and the guardians'
      * names and street addresses; the visitor's name on the log
      * and the pre-registrations. The notification contact
      * directory and the notification queue, whatever the
      * recipient (employee, member, guardian of the student), lose
      * the email address and mobile number and the merge text of
      * each notice. Birth dates keep their year only, for the age
      * statistics. Ids, amounts and dates stay as they are, so
      * every payroll, ledger and statistical total
      * reconciles as before. The pseudonym is kept on the erasure
      * register (ErasureRegister.cpy), so a rerun writes the same
      * one and finds nothing left to change.
      * Data/ERASURE-PARM.txt gives the mode: S (the default)
      * simulates - every file is read and counted, nothing is
      * written but the certificate and the watch; E erases for
      * real, rewrites the files, appends to the register and
      * records each person through AuditTrailWriter under the id
      * and pseudonym, never the name. The certificate
      * Data/ERASURE-CERTIFICATE.txt lists each person erased with
      * the records changed per file, and who was held back and
      * why. Not touched here: the audit trail, whose chain would
      * read as tampered; the archives, which age out on their own
      * retention; the printed reports, rebuilt from the masters.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RULES-FILE ASSIGN DYNAMIC WS-RULES-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT HOLD-FILE ASSIGN DYNAMIC WS-HOLD-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT WATCH-FILE ASSIGN DYNAMIC WS-WATCH-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.

           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN DYNAMIC WS-EMPLOYEE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.

           SELECT EVENT-HISTORY-FILE ASSIGN DYNAMIC WS-EVENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

           SELECT GARNISH-MASTER-FILE ASSIGN DYNAMIC WS-GARNISH-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GARNISH-STATUS.

           SELECT STATUS-FILE ASSIGN DYNAMIC WS-STATUS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-STATUS.

           SELECT RENEWALS-FILE ASSIGN DYNAMIC WS-RENEWALS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RENEWALS-STATUS.

           SELECT FOLLOWUP-FILE ASSIGN DYNAMIC WS-FOLLOWUP-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FOLLOWUP-STATUS.

           SELECT PREREG-FILE ASSIGN DYNAMIC WS-PREREG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PREREG-STATUS.

           SELECT VISITOR-LOG-FILE ASSIGN DYNAMIC WS-LOG-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT WORK-FILE ASSIGN DYNAMIC WS-WORK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT CERTIFICATE-FILE ASSIGN DYNAMIC WS-CERTIFICATE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  ERASURE-PARM-RECORD.
           05 PRM-MODE              PIC X(1).

       FD  RULES-FILE.
       01  ERASURE-RULE-RECORD.
           05 ERR-POPULATION        PIC X(1).
           05 ERR-ANNEES            PIC 9(2).
           05 ERR-STATUT OCCURS 3 TIMES
                                    PIC X(8).
           05 ERR-SANS-AVANCE       PIC X(1).
           05 ERR-SANS-SAISIE       PIC X(1).

       FD  HOLD-FILE.
       01  LEGAL-HOLD-RECORD.
           05 HLD-POPULATION        PIC X(1).
           05 HLD-CLE               PIC X(12).
           05 HLD-JUSQU-AU          PIC 9(8).
           05 HLD-MOTIF             PIC X(30).

       FD  WATCH-FILE.
       01  ERASURE-WATCH-RECORD.
           05 WCH-POPULATION        PIC X(1).
           05 WCH-ID                PIC X(6).
           05 WCH-DEPART            PIC 9(8).

       FD  REGISTER-FILE.
           COPY "ErasureRegister.cpy".

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

       FD  GARNISH-MASTER-FILE.
       01  GARNISHMENT-RECORD.
           05 GRN-EMP-ID            PIC X(6).
           05 GRN-ORDER-ID          PIC X(8).
           05 GRN-PAYEE             PIC X(20).
           05 GRN-PRIORITE          PIC 9(2).
           05 GRN-MENSUALITE        PIC 9(5)V99.
           05 GRN-RESTE             PIC 9(7)V99.
           05 GRN-STATUT            PIC X(1).

       FD  STATUS-FILE.
       01  STUDENT-STATUS-RECORD.
           05 STS-STUDENT-ID        PIC X(6).
           05 STS-STATUT            PIC X(1).

       FD  RENEWALS-FILE.
       01  RENEWAL-RECORD.
           05 RNW-ID                PIC X(6).

       FD  FOLLOWUP-FILE.
       01  FOLLOWUP-LINE.
           05 FLW-ID                PIC X(6).
           05 FILLER                PIC X(12).
           05 FLW-PERIODE           PIC X(6).
           05 FILLER                PIC X(36).

       FD  PREREG-FILE.
       01  VISITOR-PREREG-RECORD.
           05 PRG-NOM               PIC X(12).
           05 PRG-HOTE              PIC X(6).
           05 PRG-DATE              PIC 9(8).

       FD  VISITOR-LOG-FILE.
       01  VISITOR-LOG-RECORD.
           05 LOG-NOM               PIC X(12).
           05 FILLER                PIC X(1).
           05 LOG-JOUR.
               10 LOG-AAAA          PIC X(4).
               10 FILLER            PIC X(1).
               10 LOG-MM            PIC X(2).
               10 FILLER            PIC X(1).
               10 LOG-JJ            PIC X(2).
           05 FILLER                PIC X(13).

       FD  WORK-FILE.
       01  WORK-RECORD              PIC X(320).

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/ERASURE-PARM.txt".
       01  WS-RULES-PATH            PIC X(40)
                                 VALUE "Data/ERASURE-RULES.txt".
       01  WS-HOLD-PATH             PIC X(40)
                                 VALUE "Data/LEGAL-HOLD.txt".
       01  WS-WATCH-PATH            PIC X(40)
                                 VALUE "Data/ERASURE-WATCH.txt".
       01  WS-REGISTER-PATH         PIC X(40)
                                 VALUE "Data/ERASURE-REGISTER.txt".
       01  WS-EMPLOYEE-PATH         PIC X(40)
                                 VALUE "Data/EMPLOYEE-MASTER.txt".
       01  WS-EVENT-PATH            PIC X(40)
                             VALUE "Data/EMPLOYEE-EVENT-HISTORY.txt".
       01  WS-GARNISH-PATH          PIC X(40)
                                 VALUE "Data/GARNISHMENT-MASTER.txt".
       01  WS-STATUS-PATH           PIC X(40)
                                 VALUE "Data/STUDENT-STATUS.txt".
       01  WS-RENEWALS-PATH         PIC X(40)
                                 VALUE "Data/MEMBER-RENEWALS.txt".
       01  WS-FOLLOWUP-PATH         PIC X(40)
                                 VALUE "Data/RENEWAL-FOLLOWUP.txt".
       01  WS-PREREG-PATH           PIC X(40)
                                 VALUE "Data/VISITOR-PREREG.txt".
       01  WS-LOG-PATH              PIC X(40)
                                 VALUE "Data/VISITOR-LOG.txt".
       01  WS-WORK-PATH             PIC X(40).
       01  WS-CERTIFICATE-PATH      PIC X(40)
                             VALUE "Data/ERASURE-CERTIFICATE.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-RULES-STATUS          PIC XX.
       01  WS-HOLD-STATUS           PIC XX.
       01  WS-WATCH-STATUS          PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-EMPLOYEE-STATUS       PIC XX.
       01  WS-EVENT-STATUS          PIC XX.
       01  WS-GARNISH-STATUS        PIC XX.
       01  WS-STATUS-STATUS         PIC XX.
       01  WS-RENEWALS-STATUS       PIC XX.
       01  WS-FOLLOWUP-STATUS       PIC XX.
       01  WS-PREREG-STATUS         PIC XX.
       01  WS-LOG-STATUS            PIC XX.
       01  WS-WORK-STATUS           PIC XX.
       01  WS-CERTIFICATE-STATUS    PIC XX.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                    VALUE "PersonalDataErasure".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

       01  WS-NNI-FAMILLE           PIC X(1) VALUE "X".
       01  WS-NNI-ID                PIC X(6).
       01  WS-NNI-RESULT            PIC X(1).

       01  WS-MODE                  PIC X(1) VALUE "S".
           88 WS-SIMULATION         VALUE "S".
           88 WS-EFFACEMENT         VALUE "E".

      * The rules, one slot per population: 1 E, 2 S, 3 M, 4 V.
       01  WS-POPULATIONS           PIC X(4) VALUE "ESMV".
       01  WS-RX                    PIC 9(1).
       01  WS-REGLE-TABLE.
           05 WS-REGLE-ENTRY OCCURS 4 TIMES.
               10 WS-RG-ACTIVE      PIC X(1).
               10 WS-RG-ANNEES      PIC 9(2).
               10 WS-RG-STATUT OCCURS 3 TIMES
                                    PIC X(8).
               10 WS-RG-SANS-AVANCE PIC X(1).
               10 WS-RG-SANS-SAISIE PIC X(1).

       01  WS-GEL-CNT               PIC 9(4) VALUE ZERO.
       01  WS-GEL-TABLE.
           05 WS-GEL-ENTRY OCCURS 999 TIMES.
               10 WS-GL-POPULATION  PIC X(1).
               10 WS-GL-CLE         PIC X(12).

       01  WS-VEILLE-CNT            PIC 9(4) VALUE ZERO.
       01  WS-VEILLE-TABLE.
           05 WS-VEILLE-ENTRY OCCURS 5000 TIMES.
               10 WS-VL-POPULATION  PIC X(1).
               10 WS-VL-ID          PIC X(6).
               10 WS-VL-DEPART      PIC 9(8).

       01  WS-REGISTRE-CNT          PIC 9(4) VALUE ZERO.
       01  WS-REGISTRE-TABLE.
           05 WS-REGISTRE-ENTRY OCCURS 5000 TIMES.
               10 WS-RE-POPULATION  PIC X(1).
               10 WS-RE-ID          PIC X(6).
               10 WS-RE-PSEUDONYME  PIC X(11).

      * Employee departures and court orders still running.
       01  WS-DEPA-CNT              PIC 9(4) VALUE ZERO.
       01  WS-DEPA-TABLE.
           05 WS-DEPA-ENTRY OCCURS 2000 TIMES.
               10 WS-DP-ID          PIC X(6).
               10 WS-DP-DATE        PIC 9(8).
       01  WS-SAISIE-CNT            PIC 9(4) VALUE ZERO.
       01  WS-SAISIE-TABLE.
           05 WS-SAISIE-ID OCCURS 2000 TIMES
                                    PIC X(6).
       01  WS-RENOUVELE-CNT         PIC 9(4) VALUE ZERO.
       01  WS-RENOUVELE-TABLE.
           05 WS-RENOUVELE-ID OCCURS 5000 TIMES
                                    PIC X(6).

      * Everyone departed, erased or not, with the reason when not.
       01  WS-CAND-CNT              PIC 9(4) VALUE ZERO.
       01  WS-C                     PIC 9(4).
       01  WS-CX                    PIC 9(4).
       01  WS-CAND-TABLE.
           05 WS-CAND-ENTRY OCCURS 2000 TIMES.
               10 WS-CA-POPULATION  PIC X(1).
               10 WS-CA-ID          PIC X(6).
               10 WS-CA-NOM         PIC X(12).
               10 WS-CA-DEPART      PIC 9(8).
               10 WS-CA-AVANCE      PIC X(1).
               10 WS-CA-SAISIE      PIC X(1).
               10 WS-CA-ETAT        PIC X(1).
                   88 WS-CA-A-EFFACER    VALUE "E".
                   88 WS-CA-GELE         VALUE "H".
                   88 WS-CA-AVANCE-OUV   VALUE "A".
                   88 WS-CA-SAISIE-OUV   VALUE "G".
                   88 WS-CA-RECENT       VALUE "R".
               10 WS-CA-DEJA        PIC X(1).
               10 WS-CA-PSEUDONYME  PIC X(11).
               10 WS-CA-RESP-SEQ    PIC 9(1).
               10 WS-CA-NB OCCURS 11 TIMES
                                    PIC 9(5).

      * The files erasure rewrites, with the population each
      * belongs to - N for the notification files, whose rows name
      * employees, members and students alike.
       01  WS-F                     PIC 9(2).
       01  WS-POP-CHERCHEE          PIC X(1).
       01  WS-FICHIER-TABLE.
           05 WS-FICHIER-ENTRY OCCURS 11 TIMES.
               10 WS-FI-PATH        PIC X(40).
               10 WS-FI-POPULATION  PIC X(1).
               10 WS-FI-ENREG       PIC 9(6).
               10 WS-FI-ABSENT      PIC X(1).

       01  WS-LIGNE-CNT             PIC 9(5) VALUE ZERO.
       01  WS-L                     PIC 9(5).
       01  WS-LIGNE-TABLE.
           05 WS-LIGNE-ENTRY OCCURS 20000 TIMES
                   DEPENDING ON WS-LIGNE-CNT.
               10 WS-LG-RECORD      PIC X(320).
       01  WS-FICHIER-MODIFS        PIC 9(6).

      * The record being patched and its layouts.
       01  WS-TRAVAIL-AVANT         PIC X(320).
       01  WS-TRAVAIL               PIC X(320).
       01  WS-VUE-BANQUE REDEFINES WS-TRAVAIL.
           05 WS-BQ-EMP-ID          PIC X(6).
           05 WS-BQ-BANK-CODE       PIC X(5).
           05 WS-BQ-BRANCH-CODE     PIC X(5).
           05 WS-BQ-ACCOUNT-NO      PIC X(11).
           05 FILLER                PIC X(293).
       01  WS-VUE-AYANT-DROIT REDEFINES WS-TRAVAIL.
           05 WS-AD-EMP-ID          PIC X(6).
           05 WS-AD-SEQ             PIC X(2).
           05 WS-AD-NOM             PIC X(20).
           05 WS-AD-NAISSANCE       PIC X(8).
           05 FILLER                PIC X(284).
       01  WS-VUE-ELEVE REDEFINES WS-TRAVAIL.
           05 WS-EL-ID              PIC X(6).
           05 WS-EL-NOM             PIC X(20).
           05 FILLER                PIC X(294).
       01  WS-VUE-RESPONSABLE REDEFINES WS-TRAVAIL.
           05 WS-RS-STUDENT-ID      PIC X(6).
           05 WS-RS-NOM             PIC X(30).
           05 WS-RS-RELATION        PIC X(10).
           05 WS-RS-ADRESSE         PIC X(30).
           05 WS-RS-VILLE           PIC X(20).
           05 WS-RS-ETAT            PIC X(2).
           05 WS-RS-CODE-POSTAL     PIC X(10).
           05 FILLER                PIC X(212).
       01  WS-VUE-FOYER REDEFINES WS-TRAVAIL.
           05 WS-FY-MBR-ID          PIC X(6).
           05 WS-FY-PRINCIPAL       PIC X(6).
           05 WS-FY-NAISSANCE       PIC X(8).
           05 FILLER                PIC X(300).
       01  WS-VUE-VISITEUR REDEFINES WS-TRAVAIL.
           05 WS-VI-NOM             PIC X(12).
           05 FILLER                PIC X(308).
       01  WS-VUE-CONTACT REDEFINES WS-TRAVAIL.
           05 WS-CT-DEST-TYPE       PIC X(1).
           05 WS-CT-DEST-ID         PIC X(6).
           05 WS-CT-EMAIL           PIC X(50).
           05 WS-CT-MOBILE          PIC X(15).
           05 FILLER                PIC X(248).
       01  WS-VUE-NOTIFICATION REDEFINES WS-TRAVAIL.
           05 FILLER                PIC X(36).
           05 WS-NQ-DEST-TYPE       PIC X(1).
           05 WS-NQ-DEST-ID         PIC X(6).
           05 WS-NQ-CANAL           PIC X(1).
           05 WS-NQ-ADRESSE         PIC X(50).
           05 WS-NQ-CHAMPS          PIC X(100).
           05 FILLER                PIC X(126).
       01  WS-VUE-EMPLOYE REDEFINES WS-TRAVAIL.
           05 WS-EM-ID              PIC X(6).
           05 WS-EM-NOM             PIC X(20).
           05 FILLER                PIC X(29).
           05 WS-EM-NAISSANCE       PIC X(8).
           05 FILLER                PIC X(257).

      * A date cut to its year, the first of January standing in.
       01  WS-NAISSANCE             PIC X(8).
       01  WS-NAISSANCE-NUM REDEFINES WS-NAISSANCE
                                    PIC 9(8).

      * A candidate being added or looked up.
       01  WS-NC-POPULATION         PIC X(1).
       01  WS-NC-ID                 PIC X(6).
       01  WS-NC-NOM                PIC X(12).
       01  WS-NC-DEPART             PIC 9(8).
       01  WS-ID-BRUT               PIC X(6).
       01  WS-ID-NORME              PIC X(6).
       01  WS-NOM-MAJ               PIC X(12).

       01  WS-I                     PIC 9(4).
       01  WS-J                     PIC 9(4).
       01  WS-S                     PIC 9(1).
       01  WS-TROUVE                PIC X(1).
       01  WS-DATE-LUE              PIC 9(8).
       01  WS-DATE-LUE-X REDEFINES WS-DATE-LUE.
           05 WS-DL-AAAA            PIC X(4).
           05 WS-DL-MM              PIC X(2).
           05 WS-DL-JJ              PIC X(2).
       01  WS-ECHEANCE              PIC 9(8).
       01  WS-PSEUDO-ELEVE          PIC X(20).
       01  WS-PSEUDO-AYANT-DROIT    PIC X(20).
       01  WS-PSEUDO-RESPONSABLE    PIC X(30).

       01  WS-EFFACES-CNT           PIC 9(5) VALUE ZERO.
       01  WS-DEJA-CNT              PIC 9(5) VALUE ZERO.
       01  WS-GELES-CNT             PIC 9(5) VALUE ZERO.
       01  WS-AVANCE-CNT            PIC 9(5) VALUE ZERO.
       01  WS-SAISIE-OUV-CNT        PIC 9(5) VALUE ZERO.
       01  WS-RECENT-CNT            PIC 9(5) VALUE ZERO.
       01  WS-ENREG-CNT             PIC 9(6) VALUE ZERO.
       01  WS-CAND-ENREG            PIC 9(6).

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-GROUPE REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-RECENSER-DEB
              THRU 2000-RECENSER-FIN.

           PERFORM 3000-EFFACER-DEB
              THRU 3000-EFFACER-FIN.

           PERFORM 5000-ENREGISTRER-DEB
              THRU 5000-ENREGISTRER-FIN.

           PERFORM 6000-EDITER-CERTIFICAT-DEB
              THRU 6000-EDITER-CERTIFICAT-FIN.

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
                       IF PRM-MODE = "E"
                           SET WS-EFFACEMENT TO TRUE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF WS-SIMULATION
               DISPLAY "EFFACEMENT DES DONNEES - SIMULATION"
           ELSE
               DISPLAY "EFFACEMENT DES DONNEES - EFFECTIF"
           END-IF.

           PERFORM 1100-CHARGER-REGLES-DEB
              THRU 1100-CHARGER-REGLES-FIN.
           PERFORM 1200-CHARGER-GELS-DEB
              THRU 1200-CHARGER-GELS-FIN.
           PERFORM 1300-CHARGER-VEILLE-DEB
              THRU 1300-CHARGER-VEILLE-FIN.
           PERFORM 1400-CHARGER-REGISTRE-DEB
              THRU 1400-CHARGER-REGISTRE-FIN.
           PERFORM 1500-DECRIRE-FICHIERS-DEB
              THRU 1500-DECRIRE-FICHIERS-FIN.

           OPEN OUTPUT CERTIFICATE-FILE.
           IF WS-CERTIFICATE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE CERTIFICATE-FILE: "
                       WS-CERTIFICATE-STATUS
               STOP RUN
           END-IF.

           MOVE "PersonalDataErasure" TO RH-PROGRAM-ID.
           MOVE "CERTIFICAT EFFACEMT" TO RH-REPORT-TITLE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.
       1000-INITIALISATION-FIN.
           EXIT.

       1100-CHARGER-REGLES-DEB.
           INITIALIZE WS-REGLE-TABLE.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE RULES-FILE: "
                       WS-RULES-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-RULES-STATUS = "10"
               READ RULES-FILE
                   AT END
                       MOVE "10" TO WS-RULES-STATUS
                   NOT AT END
                       MOVE ERR-POPULATION TO WS-NC-POPULATION
                       PERFORM 1900-RANG-POPULATION-DEB
                          THRU 1900-RANG-POPULATION-FIN
                       IF WS-RX > ZERO AND ERR-ANNEES IS NUMERIC
                               AND ERR-ANNEES > ZERO
                           MOVE "Y" TO WS-RG-ACTIVE(WS-RX)
                           MOVE ERR-ANNEES TO WS-RG-ANNEES(WS-RX)
                           PERFORM VARYING WS-S FROM 1 BY 1
                                   UNTIL WS-S > 3
                               MOVE ERR-STATUT(WS-S)
                                   TO WS-RG-STATUT(WS-RX WS-S)
                           END-PERFORM
                           MOVE ERR-SANS-AVANCE
                               TO WS-RG-SANS-AVANCE(WS-RX)
                           MOVE ERR-SANS-SAISIE
                               TO WS-RG-SANS-SAISIE(WS-RX)
                       ELSE
                           DISPLAY "REGLE IGNOREE: "
                                   ERASURE-RULE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RULES-FILE.
       1100-CHARGER-REGLES-FIN.
           EXIT.

      * Only holds still running are kept; ids are compared in
      * their canonical form, visitor names upper-cased.
       1200-CHARGER-GELS-DEB.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "00"
               PERFORM UNTIL WS-HOLD-STATUS = "10"
                   READ HOLD-FILE
                       AT END
                           MOVE "10" TO WS-HOLD-STATUS
                       NOT AT END
                           IF HLD-JUSQU-AU IS NOT NUMERIC
                               MOVE ZERO TO HLD-JUSQU-AU
                           END-IF
                           IF HLD-JUSQU-AU = ZERO
                                   OR HLD-JUSQU-AU >= WS-RUN-DATE
                               PERFORM 1210-RETENIR-GEL-DEB
                                  THRU 1210-RETENIR-GEL-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.
       1200-CHARGER-GELS-FIN.
           EXIT.

       1210-RETENIR-GEL-DEB.
           IF WS-GEL-CNT >= 999
               DISPLAY "TABLE DES GELS PLEINE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-GEL-CNT.
           MOVE HLD-POPULATION TO WS-GL-POPULATION(WS-GEL-CNT).
           IF HLD-POPULATION = "V"
               MOVE FUNCTION UPPER-CASE(HLD-CLE)
                   TO WS-GL-CLE(WS-GEL-CNT)
           ELSE
               MOVE HLD-CLE(1:6) TO WS-ID-BRUT
               CALL "IdFormatNormalizer" USING WS-ID-BRUT WS-ID-NORME
               MOVE WS-ID-NORME TO WS-GL-CLE(WS-GEL-CNT)
           END-IF.
       1210-RETENIR-GEL-FIN.
           EXIT.

       1300-CHARGER-VEILLE-DEB.
           OPEN INPUT WATCH-FILE.
           IF WS-WATCH-STATUS = "00"
               PERFORM UNTIL WS-WATCH-STATUS = "10"
                   READ WATCH-FILE
                       AT END
                           MOVE "10" TO WS-WATCH-STATUS
                       NOT AT END
                           IF WS-VEILLE-CNT < 5000
                               ADD 1 TO WS-VEILLE-CNT
                               MOVE WCH-POPULATION
                                   TO WS-VL-POPULATION(WS-VEILLE-CNT)
                               MOVE WCH-ID TO WS-VL-ID(WS-VEILLE-CNT)
                               MOVE WCH-DEPART
                                   TO WS-VL-DEPART(WS-VEILLE-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCH-FILE
           END-IF.
       1300-CHARGER-VEILLE-FIN.
           EXIT.

       1400-CHARGER-REGISTRE-DEB.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-REGISTER-STATUS = "10"
                   READ REGISTER-FILE
                       AT END
                           MOVE "10" TO WS-REGISTER-STATUS
                       NOT AT END
                           IF WS-REGISTRE-CNT >= 5000
                               DISPLAY "TABLE DU REGISTRE PLEINE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-REGISTRE-CNT
                           MOVE ERG-POPULATION
                               TO WS-RE-POPULATION(WS-REGISTRE-CNT)
                           MOVE ERG-ID TO WS-RE-ID(WS-REGISTRE-CNT)
                           MOVE ERG-PSEUDONYME
                               TO WS-RE-PSEUDONYME(WS-REGISTRE-CNT)
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.
       1400-CHARGER-REGISTRE-FIN.
           EXIT.

       1500-DECRIRE-FICHIERS-DEB.
           INITIALIZE WS-FICHIER-TABLE.
           MOVE WS-EMPLOYEE-PATH TO WS-FI-PATH(1).
           MOVE "E" TO WS-FI-POPULATION(1).
           MOVE "Data/EMPLOYEE-BANK.txt" TO WS-FI-PATH(2).
           MOVE "E" TO WS-FI-POPULATION(2).
           MOVE "Data/BENEFITS-DEPENDENTS.txt" TO WS-FI-PATH(3).
           MOVE "E" TO WS-FI-POPULATION(3).
           MOVE "Data/STUDENT-MASTER.txt" TO WS-FI-PATH(4).
           MOVE "S" TO WS-FI-POPULATION(4).
           MOVE "Data/STUDENT-GRADES.txt" TO WS-FI-PATH(5).
           MOVE "S" TO WS-FI-POPULATION(5).
           MOVE "Data/GUARDIAN-MASTER.txt" TO WS-FI-PATH(6).
           MOVE "S" TO WS-FI-POPULATION(6).
           MOVE "Data/MEMBER-HOUSEHOLD.txt" TO WS-FI-PATH(7).
           MOVE "M" TO WS-FI-POPULATION(7).
           MOVE WS-PREREG-PATH TO WS-FI-PATH(8).
           MOVE "V" TO WS-FI-POPULATION(8).
           MOVE WS-LOG-PATH TO WS-FI-PATH(9).
           MOVE "V" TO WS-FI-POPULATION(9).
           MOVE "Data/NOTIFY-CONTACTS.txt" TO WS-FI-PATH(10).
           MOVE "N" TO WS-FI-POPULATION(10).
           MOVE "Data/NOTIFICATION-QUEUE.txt" TO WS-FI-PATH(11).
           MOVE "N" TO WS-FI-POPULATION(11).
       1500-DECRIRE-FICHIERS-FIN.
           EXIT.

       1900-RANG-POPULATION-DEB.
           MOVE ZERO TO WS-RX.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 4
               IF WS-POPULATIONS(WS-S:1) = WS-NC-POPULATION
                   MOVE WS-S TO WS-RX
               END-IF
           END-PERFORM.
       1900-RANG-POPULATION-FIN.
           EXIT.

      * Everyone departed in the populations the rules cover, then
      * what stands in the way of erasing each.
       2000-RECENSER-DEB.
           IF WS-RG-ACTIVE(1) = "Y"
               PERFORM 2100-EMPLOYES-DEB
                  THRU 2100-EMPLOYES-FIN
           END-IF.
           IF WS-RG-ACTIVE(2) = "Y"
               PERFORM 2200-ELEVES-DEB
                  THRU 2200-ELEVES-FIN
           END-IF.
           IF WS-RG-ACTIVE(3) = "Y"
               PERFORM 2300-MEMBRES-DEB
                  THRU 2300-MEMBRES-FIN
           END-IF.
           IF WS-RG-ACTIVE(4) = "Y"
               PERFORM 2400-VISITEURS-DEB
                  THRU 2400-VISITEURS-FIN
           END-IF.

           PERFORM 2900-QUALIFIER-DEB
              THRU 2900-QUALIFIER-FIN
              VARYING WS-C FROM 1 BY 1
              UNTIL WS-C > WS-CAND-CNT.
       2000-RECENSER-FIN.
           EXIT.

       2100-EMPLOYES-DEB.
           OPEN INPUT EVENT-HISTORY-FILE.
           IF WS-EVENT-STATUS = "00"
               PERFORM UNTIL WS-EVENT-STATUS = "10"
                   READ EVENT-HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-EVENT-STATUS
                       NOT AT END
                           IF EVT-CODE = "DEPA"
                               PERFORM 2110-RETENIR-DEPART-DEB
                                  THRU 2110-RETENIR-DEPART-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-HISTORY-FILE
           END-IF.

           OPEN INPUT GARNISH-MASTER-FILE.
           IF WS-GARNISH-STATUS = "00"
               PERFORM UNTIL WS-GARNISH-STATUS = "10"
                   READ GARNISH-MASTER-FILE
                       AT END
                           MOVE "10" TO WS-GARNISH-STATUS
                       NOT AT END
                           IF GRN-RESTE IS NUMERIC
                                   AND GRN-RESTE > ZERO
                                   AND WS-SAISIE-CNT < 2000
                               ADD 1 TO WS-SAISIE-CNT
                               CALL "IdFormatNormalizer" USING
                                   GRN-EMP-ID
                                   WS-SAISIE-ID(WS-SAISIE-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GARNISH-MASTER-FILE
           END-IF.

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE EMPLOYEE-FILE: "
                       WS-EMPLOYEE-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EMPLOYEE-STATUS = "10"
               READ EMPLOYEE-FILE
                   AT END
                       MOVE "10" TO WS-EMPLOYEE-STATUS
                   NOT AT END
                       PERFORM 2120-TESTER-EMPLOYE-DEB
                          THRU 2120-TESTER-EMPLOYE-FIN
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.
       2100-EMPLOYES-FIN.
           EXIT.

      * The last departure counts, a rehire and new departure
      * restarting the clock.
       2110-RETENIR-DEPART-DEB.
           CALL "IdFormatNormalizer" USING EVT-EMP-ID WS-ID-NORME.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-DEPA-CNT
               IF WS-DP-ID(WS-I) = WS-ID-NORME
                   MOVE "Y" TO WS-TROUVE
                   IF EVT-DATE > WS-DP-DATE(WS-I)
                       MOVE EVT-DATE TO WS-DP-DATE(WS-I)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TROUVE = "N" AND WS-DEPA-CNT < 2000
               ADD 1 TO WS-DEPA-CNT
               MOVE WS-ID-NORME TO WS-DP-ID(WS-DEPA-CNT)
               MOVE EVT-DATE TO WS-DP-DATE(WS-DEPA-CNT)
           END-IF.
       2110-RETENIR-DEPART-FIN.
           EXIT.

       2120-TESTER-EMPLOYE-DEB.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 3
               IF WS-RG-STATUT(1 WS-S) NOT = SPACES
                       AND WS-RG-STATUT(1 WS-S) = EMP-STATUT-EMPLOYE
                   MOVE "Y" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE = "Y"
               MOVE "E" TO WS-NC-POPULATION
               CALL "IdFormatNormalizer" USING EMP-ID WS-NC-ID
               MOVE SPACES TO WS-NC-NOM
               MOVE ZERO TO WS-NC-DEPART
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-DEPA-CNT
                   IF WS-DP-ID(WS-I) = WS-NC-ID
                       MOVE WS-DP-DATE(WS-I) TO WS-NC-DEPART
                   END-IF
               END-PERFORM
               PERFORM 2800-AJOUTER-CANDIDAT-DEB
                  THRU 2800-AJOUTER-CANDIDAT-FIN
               IF EMP-SOLDE NOT = ZERO
                   MOVE "Y" TO WS-CA-AVANCE(WS-CX)
               END-IF
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-SAISIE-CNT
                   IF WS-SAISIE-ID(WS-I) = WS-NC-ID
                       MOVE "Y" TO WS-CA-SAISIE(WS-CX)
                   END-IF
               END-PERFORM
           END-IF.
       2120-TESTER-EMPLOYE-FIN.
           EXIT.

       2200-ELEVES-DEB.
           OPEN INPUT STATUS-FILE.
           IF WS-STATUS-STATUS = "00"
               PERFORM UNTIL WS-STATUS-STATUS = "10"
                   READ STATUS-FILE
                       AT END
                           MOVE "10" TO WS-STATUS-STATUS
                       NOT AT END
                           PERFORM 2210-TESTER-ELEVE-DEB
                              THRU 2210-TESTER-ELEVE-FIN
                   END-READ
               END-PERFORM
               CLOSE STATUS-FILE
           END-IF.
       2200-ELEVES-FIN.
           EXIT.

       2210-TESTER-ELEVE-DEB.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 3
               IF WS-RG-STATUT(2 WS-S) NOT = SPACES
                       AND WS-RG-STATUT(2 WS-S)(1:1) = STS-STATUT
                   MOVE "Y" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE = "Y"
               MOVE "S" TO WS-NC-POPULATION
               CALL "IdFormatNormalizer" USING STS-STUDENT-ID WS-NC-ID
               MOVE SPACES TO WS-NC-NOM
               MOVE ZERO TO WS-NC-DEPART
               PERFORM 2800-AJOUTER-CANDIDAT-DEB
                  THRU 2800-AJOUTER-CANDIDAT-FIN
           END-IF.
       2210-TESTER-ELEVE-FIN.
           EXIT.

      * A member lapses on the follow-up list and stays lapsed on
      * the watch until a renewal comes in.
       2300-MEMBRES-DEB.
           OPEN INPUT RENEWALS-FILE.
           IF WS-RENEWALS-STATUS = "00"
               PERFORM UNTIL WS-RENEWALS-STATUS = "10"
                   READ RENEWALS-FILE
                       AT END
                           MOVE "10" TO WS-RENEWALS-STATUS
                       NOT AT END
                           IF WS-RENOUVELE-CNT < 5000
                               ADD 1 TO WS-RENOUVELE-CNT
                               CALL "IdFormatNormalizer" USING RNW-ID
                                   WS-RENOUVELE-ID(WS-RENOUVELE-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RENEWALS-FILE
           END-IF.

           OPEN INPUT FOLLOWUP-FILE.
           IF WS-FOLLOWUP-STATUS = "00"
               PERFORM UNTIL WS-FOLLOWUP-STATUS = "10"
                   READ FOLLOWUP-FILE
                       AT END
                           MOVE "10" TO WS-FOLLOWUP-STATUS
                       NOT AT END
                           MOVE FLW-ID TO WS-ID-BRUT
                           MOVE ZERO TO WS-NC-DEPART
                           IF FLW-PERIODE IS NUMERIC
                               STRING FLW-PERIODE "01"
                                   DELIMITED BY SIZE INTO WS-DATE-LUE
                               MOVE WS-DATE-LUE TO WS-NC-DEPART
                           END-IF
                           PERFORM 2310-TESTER-MEMBRE-DEB
                              THRU 2310-TESTER-MEMBRE-FIN
                   END-READ
               END-PERFORM
               CLOSE FOLLOWUP-FILE
           END-IF.

           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-VEILLE-CNT
               IF WS-VL-POPULATION(WS-J) = "M"
                   MOVE WS-VL-ID(WS-J) TO WS-ID-BRUT
                   MOVE ZERO TO WS-NC-DEPART
                   PERFORM 2310-TESTER-MEMBRE-DEB
                      THRU 2310-TESTER-MEMBRE-FIN
               END-IF
           END-PERFORM.
       2300-MEMBRES-FIN.
           EXIT.

       2310-TESTER-MEMBRE-DEB.
           CALL "IdFormatNormalizer" USING WS-ID-BRUT WS-NC-ID.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RENOUVELE-CNT
               IF WS-RENOUVELE-ID(WS-I) = WS-NC-ID
                   MOVE "Y" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE = "N" AND WS-NC-ID NOT = SPACES
               MOVE "M" TO WS-NC-POPULATION
               MOVE SPACES TO WS-NC-NOM
               PERFORM 2800-AJOUTER-CANDIDAT-DEB
                  THRU 2800-AJOUTER-CANDIDAT-FIN
           END-IF.
       2310-TESTER-MEMBRE-FIN.
           EXIT.

      * A visitor is a name: its last passage or pre-registration
      * dates the departure. A name already replaced is skipped.
       2400-VISITEURS-DEB.
           OPEN INPUT PREREG-FILE.
           IF WS-PREREG-STATUS = "00"
               PERFORM UNTIL WS-PREREG-STATUS = "10"
                   READ PREREG-FILE
                       AT END
                           MOVE "10" TO WS-PREREG-STATUS
                       NOT AT END
                           MOVE PRG-NOM TO WS-NOM-MAJ
                           MOVE ZERO TO WS-NC-DEPART
                           IF PRG-DATE IS NUMERIC
                               MOVE PRG-DATE TO WS-NC-DEPART
                           END-IF
                           PERFORM 2410-TESTER-VISITEUR-DEB
                              THRU 2410-TESTER-VISITEUR-FIN
                   END-READ
               END-PERFORM
               CLOSE PREREG-FILE
           END-IF.

           OPEN INPUT VISITOR-LOG-FILE.
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL WS-LOG-STATUS = "10"
                   READ VISITOR-LOG-FILE
                       AT END
                           MOVE "10" TO WS-LOG-STATUS
                       NOT AT END
                           MOVE LOG-NOM TO WS-NOM-MAJ
                           MOVE LOG-AAAA TO WS-DL-AAAA
                           MOVE LOG-MM TO WS-DL-MM
                           MOVE LOG-JJ TO WS-DL-JJ
                           MOVE ZERO TO WS-NC-DEPART
                           IF WS-DATE-LUE-X IS NUMERIC
                               MOVE WS-DATE-LUE TO WS-NC-DEPART
                           END-IF
                           PERFORM 2410-TESTER-VISITEUR-DEB
                              THRU 2410-TESTER-VISITEUR-FIN
                   END-READ
               END-PERFORM
               CLOSE VISITOR-LOG-FILE
           END-IF.
       2400-VISITEURS-FIN.
           EXIT.

       2410-TESTER-VISITEUR-DEB.
           MOVE FUNCTION UPPER-CASE(WS-NOM-MAJ) TO WS-NOM-MAJ.
           IF WS-NOM-MAJ NOT = SPACES AND WS-NOM-MAJ(1:5) NOT = "ANON-"
               MOVE "V" TO WS-NC-POPULATION
               MOVE SPACES TO WS-NC-ID
               MOVE WS-NOM-MAJ TO WS-NC-NOM
               PERFORM 2800-AJOUTER-CANDIDAT-DEB
                  THRU 2800-AJOUTER-CANDIDAT-FIN
           END-IF.
       2410-TESTER-VISITEUR-FIN.
           EXIT.

      * Adds the person, or keeps the latest departure date seen
      * for one already listed. WS-CX points at the entry.
       2800-AJOUTER-CANDIDAT-DEB.
           MOVE ZERO TO WS-CX.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CAND-CNT OR WS-CX > ZERO
               IF WS-CA-POPULATION(WS-I) = WS-NC-POPULATION
                       AND WS-CA-ID(WS-I) = WS-NC-ID
                       AND WS-CA-NOM(WS-I) = WS-NC-NOM
                   MOVE WS-I TO WS-CX
               END-IF
           END-PERFORM.
           IF WS-CX = ZERO
               IF WS-CAND-CNT >= 2000
                   DISPLAY "TABLE DES PERSONNES PLEINE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CAND-CNT
               MOVE WS-CAND-CNT TO WS-CX
               INITIALIZE WS-CAND-ENTRY(WS-CX)
               MOVE WS-NC-POPULATION TO WS-CA-POPULATION(WS-CX)
               MOVE WS-NC-ID TO WS-CA-ID(WS-CX)
               MOVE WS-NC-NOM TO WS-CA-NOM(WS-CX)
               MOVE "N" TO WS-CA-AVANCE(WS-CX)
               MOVE "N" TO WS-CA-SAISIE(WS-CX)
               MOVE "N" TO WS-CA-DEJA(WS-CX)
           END-IF.
           IF WS-NC-DEPART > WS-CA-DEPART(WS-CX)
               MOVE WS-NC-DEPART TO WS-CA-DEPART(WS-CX)
           END-IF.
       2800-AJOUTER-CANDIDAT-FIN.
           EXIT.

      * No departure date in the data: the watch's, or today's for
      * a person seen departed for the first time. Then the years
      * of the rule, the holds, the advance and the court orders.
       2900-QUALIFIER-DEB.
           IF WS-CA-DEPART(WS-C) = ZERO
               MOVE WS-RUN-DATE TO WS-CA-DEPART(WS-C)
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-VEILLE-CNT
                   IF WS-VL-POPULATION(WS-J) = WS-CA-POPULATION(WS-C)
                           AND WS-VL-ID(WS-J) = WS-CA-ID(WS-C)
                           AND WS-VL-DEPART(WS-J) < WS-CA-DEPART(WS-C)
                       MOVE WS-VL-DEPART(WS-J) TO WS-CA-DEPART(WS-C)
                   END-IF
               END-PERFORM
           END-IF.

           MOVE WS-CA-POPULATION(WS-C) TO WS-NC-POPULATION.
           PERFORM 1900-RANG-POPULATION-DEB
              THRU 1900-RANG-POPULATION-FIN.
           COMPUTE WS-ECHEANCE = WS-CA-DEPART(WS-C)
                               + WS-RG-ANNEES(WS-RX) * 10000.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-GEL-CNT
               IF WS-GL-POPULATION(WS-J) = WS-CA-POPULATION(WS-C)
                   IF (WS-CA-POPULATION(WS-C) = "V"
                           AND WS-GL-CLE(WS-J) = WS-CA-NOM(WS-C))
                       OR (WS-CA-POPULATION(WS-C) NOT = "V"
                           AND WS-GL-CLE(WS-J) = WS-CA-ID(WS-C))
                       MOVE "Y" TO WS-TROUVE
                   END-IF
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-ECHEANCE > WS-RUN-DATE
                   SET WS-CA-RECENT(WS-C) TO TRUE
                   ADD 1 TO WS-RECENT-CNT
               WHEN WS-TROUVE = "Y"
                   SET WS-CA-GELE(WS-C) TO TRUE
                   ADD 1 TO WS-GELES-CNT
               WHEN WS-RG-SANS-AVANCE(WS-RX) = "Y"
                       AND WS-CA-AVANCE(WS-C) = "Y"
                   SET WS-CA-AVANCE-OUV(WS-C) TO TRUE
                   ADD 1 TO WS-AVANCE-CNT
               WHEN WS-RG-SANS-SAISIE(WS-RX) = "Y"
                       AND WS-CA-SAISIE(WS-C) = "Y"
                   SET WS-CA-SAISIE-OUV(WS-C) TO TRUE
                   ADD 1 TO WS-SAISIE-OUV-CNT
               WHEN OTHER
                   SET WS-CA-A-EFFACER(WS-C) TO TRUE
           END-EVALUATE.

           IF WS-CA-POPULATION(WS-C) NOT = "V"
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-REGISTRE-CNT
                   IF WS-RE-POPULATION(WS-J) = WS-CA-POPULATION(WS-C)
                           AND WS-RE-ID(WS-J) = WS-CA-ID(WS-C)
                       MOVE "Y" TO WS-CA-DEJA(WS-C)
                       MOVE WS-RE-PSEUDONYME(WS-J)
                           TO WS-CA-PSEUDONYME(WS-C)
                   END-IF
               END-PERFORM
           END-IF.
       2900-QUALIFIER-FIN.
           EXIT.

      * Each person to erase gets a pseudonym (a simulation only
      * shows where one would go), then every file of a population
      * with someone to erase is patched.
       3000-EFFACER-DEB.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAND-CNT
               IF WS-CA-A-EFFACER(WS-C) AND WS-CA-DEJA(WS-C) = "N"
                   IF WS-EFFACEMENT
                       CALL "NextNumberIssuer" USING WS-NNI-FAMILLE
                           WS-NNI-ID WS-NNI-RESULT
                       IF WS-NNI-RESULT NOT = "Y"
                           DISPLAY "PSEUDONYME NON EMIS - RUN ARRETE"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       STRING "ANON-" WS-NNI-ID
                           DELIMITED BY SIZE
                           INTO WS-CA-PSEUDONYME(WS-C)
                   ELSE
                       MOVE "ANON-?" TO WS-CA-PSEUDONYME(WS-C)
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 11
               MOVE "N" TO WS-TROUVE
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-CAND-CNT
                   IF WS-CA-A-EFFACER(WS-C)
                           AND (WS-CA-POPULATION(WS-C)
                                   = WS-FI-POPULATION(WS-F)
                             OR (WS-FI-POPULATION(WS-F) = "N"
                                 AND WS-CA-POPULATION(WS-C) NOT = "V"))
                       MOVE "Y" TO WS-TROUVE
                   END-IF
               END-PERFORM
               IF WS-TROUVE = "Y"
                   PERFORM 4000-TRAITER-FICHIER-DEB
                      THRU 4000-TRAITER-FICHIER-FIN
               END-IF
           END-PERFORM.
       3000-EFFACER-FIN.
           EXIT.

      * One file: held whole, patched line by line, and rewritten
      * only when erasing for real and something changed.
       4000-TRAITER-FICHIER-DEB.
           MOVE WS-FI-PATH(WS-F) TO WS-WORK-PATH.
           MOVE ZERO TO WS-LIGNE-CNT.
           MOVE ZERO TO WS-FICHIER-MODIFS.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-STATUS = "35"
               MOVE "Y" TO WS-FI-ABSENT(WS-F)
           ELSE
               IF WS-WORK-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE " WS-WORK-PATH ": "
                           WS-WORK-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-WORK-STATUS = "10"
                   READ WORK-FILE
                       AT END
                           MOVE "10" TO WS-WORK-STATUS
                       NOT AT END
                           IF WS-LIGNE-CNT >= 20000
                               DISPLAY "TABLE DES LIGNES PLEINE: "
                                       WS-WORK-PATH
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-LIGNE-CNT
                           MOVE WORK-RECORD
                               TO WS-LG-RECORD(WS-LIGNE-CNT)
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               PERFORM 4100-PATCHER-LIGNE-DEB
                  THRU 4100-PATCHER-LIGNE-FIN
                  VARYING WS-L FROM 1 BY 1
                  UNTIL WS-L > WS-LIGNE-CNT
           END-IF.

           IF WS-EFFACEMENT AND WS-FICHIER-MODIFS > ZERO
               OPEN OUTPUT WORK-FILE
               IF WS-WORK-STATUS NOT = "00"
                   DISPLAY "ERREUR REECRITURE " WS-WORK-PATH ": "
                           WS-WORK-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > WS-LIGNE-CNT
                   MOVE WS-LG-RECORD(WS-L) TO WORK-RECORD
                   WRITE WORK-RECORD
               END-PERFORM
               CLOSE WORK-FILE
           END-IF.
           MOVE WS-FICHIER-MODIFS TO WS-FI-ENREG(WS-F).
           DISPLAY WS-WORK-PATH " : " WS-FICHIER-MODIFS
                   " ENREGISTREMENT(S) ANONYMISE(S)".
       4000-TRAITER-FICHIER-FIN.
           EXIT.

       4100-PATCHER-LIGNE-DEB.
           MOVE WS-LG-RECORD(WS-L) TO WS-TRAVAIL.
           MOVE WS-TRAVAIL TO WS-TRAVAIL-AVANT.
           MOVE ZERO TO WS-CX.
           MOVE WS-FI-POPULATION(WS-F) TO WS-POP-CHERCHEE.
           EVALUATE WS-F
               WHEN 1
                   PERFORM 4110-EMPLOYE-DEB
                      THRU 4110-EMPLOYE-FIN
               WHEN 2
                   PERFORM 4120-BANQUE-DEB
                      THRU 4120-BANQUE-FIN
               WHEN 3
                   PERFORM 4130-AYANT-DROIT-DEB
                      THRU 4130-AYANT-DROIT-FIN
               WHEN 4
               WHEN 5
                   PERFORM 4140-ELEVE-DEB
                      THRU 4140-ELEVE-FIN
               WHEN 6
                   PERFORM 4160-RESPONSABLE-DEB
                      THRU 4160-RESPONSABLE-FIN
               WHEN 7
                   PERFORM 4170-FOYER-DEB
                      THRU 4170-FOYER-FIN
               WHEN 10
                   PERFORM 4190-CONTACT-DEB
                      THRU 4190-CONTACT-FIN
               WHEN 11
                   PERFORM 4195-NOTIFICATION-DEB
                      THRU 4195-NOTIFICATION-FIN
               WHEN OTHER
                   PERFORM 4180-VISITEUR-DEB
                      THRU 4180-VISITEUR-FIN
           END-EVALUATE.
           IF WS-TRAVAIL NOT = WS-TRAVAIL-AVANT
               MOVE WS-TRAVAIL TO WS-LG-RECORD(WS-L)
               ADD 1 TO WS-FICHIER-MODIFS
               ADD 1 TO WS-CA-NB(WS-CX WS-F)
           END-IF.
       4100-PATCHER-LIGNE-FIN.
           EXIT.

       4110-EMPLOYE-DEB.
           MOVE WS-EM-ID TO WS-ID-BRUT.
           PERFORM 4900-CHERCHER-CANDIDAT-DEB
              THRU 4900-CHERCHER-CANDIDAT-FIN.
           IF WS-CX > ZERO
               MOVE WS-CA-PSEUDONYME(WS-CX) TO WS-EM-NOM
               MOVE WS-EM-NAISSANCE TO WS-NAISSANCE
               PERFORM 4950-GARDER-ANNEE-DEB
                  THRU 4950-GARDER-ANNEE-FIN
               MOVE WS-NAISSANCE TO WS-EM-NAISSANCE
           END-IF.
       4110-EMPLOYE-FIN.
           EXIT.

       4120-BANQUE-DEB.
           MOVE WS-BQ-EMP-ID TO WS-ID-BRUT.
           PERFORM 4900-CHERCHER-CANDIDAT-DEB
              THRU 4900-CHERCHER-CANDIDAT-FIN.
           IF WS-CX > ZERO
               MOVE WS-CA-PSEUDONYME(WS-CX) TO WS-BQ-ACCOUNT-NO
           END-IF.
       4120-BANQUE-FIN.
           EXIT.

      * A dependent is a person too: the employee's pseudonym and
      * the dependent's sequence.
       4130-AYANT-DROIT-DEB.
           MOVE WS-AD-EMP-ID TO WS-ID-BRUT.
           PERFORM 4900-CHERCHER-CANDIDAT-DEB
              THRU 4900-CHERCHER-CANDIDAT-FIN.
           IF WS-CX > ZERO
               MOVE SPACES TO WS-PSEUDO-AYANT-DROIT
               STRING WS-CA-PSEUDONYME(WS-CX) DELIMITED BY SPACE
                      "-" WS-AD-SEQ DELIMITED BY SIZE
                      INTO WS-PSEUDO-AYANT-DROIT
               MOVE WS-PSEUDO-AYANT-DROIT TO WS-AD-NOM
               MOVE WS-AD-NAISSANCE TO WS-NAISSANCE
               PERFORM 4950-GARDER-ANNEE-DEB
                  THRU 4950-GARDER-ANNEE-FIN
               MOVE WS-NAISSANCE TO WS-AD-NAISSANCE
           END-IF.
       4130-AYANT-DROIT-FIN.
           EXIT.

       4140-ELEVE-DEB.
           MOVE WS-EL-ID TO WS-ID-BRUT.
           PERFORM 4900-CHERCHER-CANDIDAT-DEB
              THRU 4900-CHERCHER-CANDIDAT-FIN.
           IF WS-CX > ZERO
               MOVE WS-CA-PSEUDONYME(WS-CX) TO WS-PSEUDO-ELEVE
               MOVE WS-PSEUDO-ELEVE TO WS-EL-NOM
           END-IF.
       4140-ELEVE-FIN.
           EXIT.

      * The guardians of an erased student, numbered in file order
      * so a rerun gives each the same pseudonym; the street and
      * postcode go, the city stays for the statistics.
       4160-RESPONSABLE-DEB.
           MOVE WS-RS-STUDENT-ID TO WS-ID-BRUT.
           PERFORM 4900-CHERCHER-CANDIDAT-DEB
              THRU 4900-CHERCHER-CANDIDAT-FIN.
           IF WS-CX > ZERO
               IF WS-CA-RESP-SEQ(WS-CX) < 9
                   ADD 1 TO WS-CA-RESP-SEQ(WS-CX)
               END-IF
               MOVE SPACES TO WS-PSEUDO-RESPONSABLE
               STRING WS-CA-PSEUDONYME(WS-CX) DELIMITED BY SPACE
                      "-R" WS-CA-RESP-SEQ(WS-CX) DELIMITED BY SIZE
                      INTO WS-PSEUDO-RESPONSABLE
               MOVE WS-PSEUDO-RESPONSABLE TO WS-RS-NOM
               MOVE SPACES TO WS-RS-ADRESSE
               MOVE SPACES TO WS-RS-CODE-POSTAL
           END-IF.
       4160-RESPONSABLE-FIN.
           EXIT.

      * A household link names the member as the dependent or as
      * the primary; either way the dependent's birth date keeps
      * only its year.
       4170-FOYER-DEB.
           MOVE WS-FY-MBR-ID TO WS-ID-BRUT.
           PERFORM 4900-CHERCHER-CANDIDAT-DEB
              THRU 4900-CHERCHER-CANDIDAT-FIN.
           IF WS-CX = ZERO
               MOVE WS-FY-PRINCIPAL TO WS-ID-BRUT
               PERFORM 4900-CHERCHER-CANDIDAT-DEB
                  THRU 4900-CHERCHER-CANDIDAT-FIN
           END-IF.
           IF WS-CX > ZERO
               MOVE WS-FY-NAISSANCE TO WS-NAISSANCE
               PERFORM 4950-GARDER-ANNEE-DEB
                  THRU 4950-GARDER-ANNEE-FIN
               MOVE WS-NAISSANCE TO WS-FY-NAISSANCE
           END-IF.
       4170-FOYER-FIN.
           EXIT.

       4180-VISITEUR-DEB.
           MOVE FUNCTION UPPER-CASE(WS-VI-NOM) TO WS-NOM-MAJ.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CAND-CNT OR WS-CX > ZERO
               IF WS-CA-POPULATION(WS-I) = "V"
                       AND WS-CA-A-EFFACER(WS-I)
                       AND WS-CA-NOM(WS-I) = WS-NOM-MAJ
                   MOVE WS-I TO WS-CX
               END-IF
           END-PERFORM.
           IF WS-CX > ZERO
               MOVE WS-CA-PSEUDONYME(WS-CX) TO WS-VI-NOM
           END-IF.
       4180-VISITEUR-FIN.
           EXIT.

      * The contact directory keys a guardian by the student; the
      * addresses go, the preferred channel stays.
       4190-CONTACT-DEB.
           MOVE WS-CT-DEST-TYPE TO WS-POP-CHERCHEE.
           IF WS-CT-DEST-TYPE = "T"
               MOVE "S" TO WS-POP-CHERCHEE
           END-IF.
           MOVE WS-CT-DEST-ID TO WS-ID-BRUT.
           PERFORM 4900-CHERCHER-CANDIDAT-DEB
              THRU 4900-CHERCHER-CANDIDAT-FIN.
           IF WS-CX > ZERO
               MOVE SPACES TO WS-CT-EMAIL
               MOVE SPACES TO WS-CT-MOBILE
           END-IF.
       4190-CONTACT-FIN.
           EXIT.

      * A queued notice keeps its template, channel and dates for
      * the delivery statistics; the address it went to and the
      * names and amounts merged into it go.
       4195-NOTIFICATION-DEB.
           MOVE WS-NQ-DEST-TYPE TO WS-POP-CHERCHEE.
           IF WS-NQ-DEST-TYPE = "T"
               MOVE "S" TO WS-POP-CHERCHEE
           END-IF.
           MOVE WS-NQ-DEST-ID TO WS-ID-BRUT.
           PERFORM 4900-CHERCHER-CANDIDAT-DEB
              THRU 4900-CHERCHER-CANDIDAT-FIN.
           IF WS-CX > ZERO
               MOVE SPACES TO WS-NQ-ADRESSE
               MOVE SPACES TO WS-NQ-CHAMPS
           END-IF.
       4195-NOTIFICATION-FIN.
           EXIT.

      * The person to erase behind WS-ID-BRUT in the population of
      * the file, or zero.
       4900-CHERCHER-CANDIDAT-DEB.
           MOVE ZERO TO WS-CX.
           CALL "IdFormatNormalizer" USING WS-ID-BRUT WS-ID-NORME.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CAND-CNT OR WS-CX > ZERO
               IF WS-CA-POPULATION(WS-I) = WS-POP-CHERCHEE
                       AND WS-CA-A-EFFACER(WS-I)
                       AND WS-CA-ID(WS-I) = WS-ID-NORME
                   MOVE WS-I TO WS-CX
               END-IF
           END-PERFORM.
       4900-CHERCHER-CANDIDAT-FIN.
           EXIT.

       4950-GARDER-ANNEE-DEB.
           IF WS-NAISSANCE IS NUMERIC AND WS-NAISSANCE-NUM > ZERO
               MOVE "0101" TO WS-NAISSANCE(5:4)
           END-IF.
       4950-GARDER-ANNEE-FIN.
           EXIT.

      * The watch is kept in both modes - it only dates what was
      * seen. The register and the audit trail only when erasing.
       5000-ENREGISTRER-DEB.
           OPEN OUTPUT WATCH-FILE.
           IF WS-WATCH-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE WATCH-FILE: "
                       WS-WATCH-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAND-CNT
               IF WS-CA-POPULATION(WS-C) NOT = "V"
                   MOVE WS-CA-POPULATION(WS-C) TO WCH-POPULATION
                   MOVE WS-CA-ID(WS-C) TO WCH-ID
                   MOVE WS-CA-DEPART(WS-C) TO WCH-DEPART
                   WRITE ERASURE-WATCH-RECORD
               END-IF
           END-PERFORM.
           CLOSE WATCH-FILE.

           IF WS-EFFACEMENT
               OPEN EXTEND REGISTER-FILE
               IF WS-REGISTER-STATUS = "35"
                       OR WS-REGISTER-STATUS = "05"
                   OPEN OUTPUT REGISTER-FILE
               END-IF
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE REGISTER-FILE: "
                           WS-REGISTER-STATUS
                   STOP RUN
               END-IF
               PERFORM 5100-CONSIGNER-PERSONNE-DEB
                  THRU 5100-CONSIGNER-PERSONNE-FIN
                  VARYING WS-C FROM 1 BY 1
                  UNTIL WS-C > WS-CAND-CNT
               CLOSE REGISTER-FILE
           END-IF.
       5000-ENREGISTRER-FIN.
           EXIT.

       5100-CONSIGNER-PERSONNE-DEB.
           IF WS-CA-A-EFFACER(WS-C)
               MOVE ZERO TO WS-CAND-ENREG
               PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 11
                   ADD WS-CA-NB(WS-C WS-F) TO WS-CAND-ENREG
               END-PERFORM
               IF WS-CA-DEJA(WS-C) = "N"
                   MOVE WS-CA-POPULATION(WS-C) TO ERG-POPULATION
                   MOVE WS-CA-ID(WS-C) TO ERG-ID
                   MOVE WS-CA-PSEUDONYME(WS-C) TO ERG-PSEUDONYME
                   MOVE WS-RUN-DATE TO ERG-DATE-EFFACEMENT
                   MOVE WS-CA-DEPART(WS-C) TO ERG-DATE-DEPART
                   WRITE ERASURE-REGISTER-RECORD
               END-IF
               IF WS-CA-DEJA(WS-C) = "N" OR WS-CAND-ENREG > ZERO
                   MOVE SPACES TO WS-AT-BEFORE
                   STRING "EFFACEMENT " WS-CA-POPULATION(WS-C) " "
                          WS-CA-ID(WS-C) " DEPART "
                          WS-CA-DEPART(WS-C)
                          DELIMITED BY SIZE INTO WS-AT-BEFORE
                   MOVE SPACES TO WS-AT-AFTER
                   STRING "PSEUDONYME " WS-CA-PSEUDONYME(WS-C) " "
                          WS-CAND-ENREG " ENREG ANONYMISES"
                          DELIMITED BY SIZE INTO WS-AT-AFTER
                   CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
                       WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER
               END-IF
           END-IF.
       5100-CONSIGNER-PERSONNE-FIN.
           EXIT.

      * The certificate: who was erased and where, who was held
      * back and why, and the count of each. A visitor is shown by
      * pseudonym only once erased.
       6000-EDITER-CERTIFICAT-DEB.
           PERFORM 6900-SAUT-PAGE-DEB
              THRU 6900-SAUT-PAGE-FIN.
           MOVE SPACES TO CERTIFICATE-LINE.
           IF WS-SIMULATION
               MOVE "SIMULATION - AUCUN FICHIER N'A ETE MODIFIE"
                   TO CERTIFICATE-LINE
           ELSE
               MOVE "EFFACEMENT EFFECTIF" TO CERTIFICATE-LINE
           END-IF.
           PERFORM 6800-ECRIRE-LIGNE-DEB
              THRU 6800-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO CERTIFICATE-LINE.
           PERFORM 6800-ECRIRE-LIGNE-DEB
              THRU 6800-ECRIRE-LIGNE-FIN.

           PERFORM 6100-EDITER-EFFACE-DEB
              THRU 6100-EDITER-EFFACE-FIN
              VARYING WS-C FROM 1 BY 1
              UNTIL WS-C > WS-CAND-CNT.

           MOVE SPACES TO CERTIFICATE-LINE.
           PERFORM 6800-ECRIRE-LIGNE-DEB
              THRU 6800-ECRIRE-LIGNE-FIN.
           PERFORM 6200-EDITER-EXCLU-DEB
              THRU 6200-EDITER-EXCLU-FIN
              VARYING WS-C FROM 1 BY 1
              UNTIL WS-C > WS-CAND-CNT.

           PERFORM 6300-EDITER-TOTAUX-DEB
              THRU 6300-EDITER-TOTAUX-FIN.
       6000-EDITER-CERTIFICAT-FIN.
           EXIT.

       6100-EDITER-EFFACE-DEB.
           IF WS-CA-A-EFFACER(WS-C)
               MOVE ZERO TO WS-CAND-ENREG
               PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 11
                   ADD WS-CA-NB(WS-C WS-F) TO WS-CAND-ENREG
               END-PERFORM
               IF WS-CA-DEJA(WS-C) = "Y" AND WS-CAND-ENREG = ZERO
                   ADD 1 TO WS-DEJA-CNT
               ELSE
                   ADD 1 TO WS-EFFACES-CNT
                   ADD WS-CAND-ENREG TO WS-ENREG-CNT
                   MOVE SPACES TO CERTIFICATE-LINE
                   STRING "EFFACE " WS-CA-POPULATION(WS-C) " "
                          WS-CA-ID(WS-C) "  PSEUDONYME "
                          WS-CA-PSEUDONYME(WS-C) "  DEPART "
                          WS-CA-DEPART(WS-C) "  ENREG "
                          WS-CAND-ENREG
                          DELIMITED BY SIZE INTO CERTIFICATE-LINE
                   PERFORM 6800-ECRIRE-LIGNE-DEB
                      THRU 6800-ECRIRE-LIGNE-FIN
                   PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 11
                       IF WS-CA-NB(WS-C WS-F) > ZERO
                           MOVE SPACES TO CERTIFICATE-LINE
                           STRING "    " WS-FI-PATH(WS-F) " "
                                  WS-CA-NB(WS-C WS-F)
                                  DELIMITED BY SIZE
                                  INTO CERTIFICATE-LINE
                           PERFORM 6800-ECRIRE-LIGNE-DEB
                              THRU 6800-ECRIRE-LIGNE-FIN
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
       6100-EDITER-EFFACE-FIN.
           EXIT.

       6200-EDITER-EXCLU-DEB.
           MOVE SPACES TO CERTIFICATE-LINE.
           EVALUATE TRUE
               WHEN WS-CA-GELE(WS-C)
                   STRING "EXCLU " WS-CA-POPULATION(WS-C) " "
                          WS-CA-ID(WS-C) WS-CA-NOM(WS-C)
                          "  GEL JURIDIQUE"
                          DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WHEN WS-CA-AVANCE-OUV(WS-C)
                   STRING "EXCLU " WS-CA-POPULATION(WS-C) " "
                          WS-CA-ID(WS-C)
                          "  AVANCE NON SOLDEE"
                          DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WHEN WS-CA-SAISIE-OUV(WS-C)
                   STRING "EXCLU " WS-CA-POPULATION(WS-C) " "
                          WS-CA-ID(WS-C)
                          "  SAISIE SUR SALAIRE EN COURS"
                          DELIMITED BY SIZE INTO CERTIFICATE-LINE
           END-EVALUATE.
           IF CERTIFICATE-LINE NOT = SPACES
               PERFORM 6800-ECRIRE-LIGNE-DEB
                  THRU 6800-ECRIRE-LIGNE-FIN
           END-IF.
       6200-EDITER-EXCLU-FIN.
           EXIT.

       6300-EDITER-TOTAUX-DEB.
           MOVE SPACES TO CERTIFICATE-LINE.
           PERFORM 6800-ECRIRE-LIGNE-DEB
              THRU 6800-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "PERSONNES PARTIES         : " WS-CAND-CNT
                  DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           PERFORM 6800-ECRIRE-LIGNE-DEB
              THRU 6800-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "  EFFACEES               : " WS-EFFACES-CNT
                  "  (" WS-ENREG-CNT " ENREGISTREMENTS)"
                  DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           PERFORM 6800-ECRIRE-LIGNE-DEB
              THRU 6800-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "  DEJA ANONYMISEES       : " WS-DEJA-CNT
                  DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           PERFORM 6800-ECRIRE-LIGNE-DEB
              THRU 6800-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "  DELAI NON ECOULE       : " WS-RECENT-CNT
                  DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           PERFORM 6800-ECRIRE-LIGNE-DEB
              THRU 6800-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "  GEL JURIDIQUE          : " WS-GELES-CNT
                  DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           PERFORM 6800-ECRIRE-LIGNE-DEB
              THRU 6800-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "  AVANCE NON SOLDEE      : " WS-AVANCE-CNT
                  DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           PERFORM 6800-ECRIRE-LIGNE-DEB
              THRU 6800-ECRIRE-LIGNE-FIN.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "  SAISIE EN COURS        : " WS-SAISIE-OUV-CNT
                  DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           PERFORM 6800-ECRIRE-LIGNE-DEB
              THRU 6800-ECRIRE-LIGNE-FIN.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 11
               MOVE SPACES TO CERTIFICATE-LINE
               IF WS-FI-ABSENT(WS-F) = "Y"
                   STRING "FICHIER " WS-FI-PATH(WS-F) " ABSENT"
                          DELIMITED BY SIZE INTO CERTIFICATE-LINE
               ELSE
                   STRING "FICHIER " WS-FI-PATH(WS-F) " "
                          WS-FI-ENREG(WS-F) " ENREG MODIFIES"
                          DELIMITED BY SIZE INTO CERTIFICATE-LINE
               END-IF
               PERFORM 6800-ECRIRE-LIGNE-DEB
                  THRU 6800-ECRIRE-LIGNE-FIN
           END-PERFORM.
       6300-EDITER-TOTAUX-FIN.
           EXIT.

       6800-ECRIRE-LIGNE-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               PERFORM 6900-SAUT-PAGE-DEB
                  THRU 6900-SAUT-PAGE-FIN
           END-IF.
           WRITE CERTIFICATE-LINE.
           ADD 1 TO RH-LINE-COUNT.
       6800-ECRIRE-LIGNE-FIN.
           EXIT.

       6900-SAUT-PAGE-DEB.
           ADD 1 TO RH-PAGE-NUMBER.
           MOVE SPACES TO RH-HEADING-LINE-1.
           STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                  " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                  DELIMITED BY SIZE INTO RH-HEADING-LINE-1.
           MOVE SPACES TO CERTIFICATE-LINE.
           MOVE RH-HEADING-LINE-1 TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE 1 TO RH-LINE-COUNT.
       6900-SAUT-PAGE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE CERTIFICATE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "EFFACEMENT DES DONNEES TERMINE.".
           DISPLAY "PERSONNES PARTIES     : " WS-CAND-CNT.
           DISPLAY "EFFACEES              : " WS-EFFACES-CNT.
           DISPLAY "ENREGISTREMENTS       : " WS-ENREG-CNT.
           DISPLAY "DEJA ANONYMISEES      : " WS-DEJA-CNT.
           DISPLAY "RETENUES (GEL/AVANCE/SAISIE): " WS-GELES-CNT " "
                   WS-AVANCE-CNT " " WS-SAISIE-OUV-CNT.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
