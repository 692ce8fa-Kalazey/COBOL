       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComplaintCaseBatch.
       AUTHOR. Mathieu.

      * Complaint case handling for CUSTOMER-COMMENTS, so a comment
      * is answered and not only redacted. Every comment line past
      * the last one already on the case register
      * Data/COMPLAINT-CASES.txt (ComplaintCase.cpy) becomes a case:
      * numbered by NextNumberIssuer (family P), tied to the one
      * customer of the master whose name appears in the text - the
      * matching CustomerMasterBuild does - and categorised by the
      * keyword rules of Data/COMPLAINT-CATEGORY-RULES.txt. The
      * comment is cut into words by FreeTextTokenizer; the first
      * rule, in file order, whose keyword is one of its words gives
      * the category, the team the case is assigned to and the
      * response time in business days (the parameter default, 10,
      * when the rule gives none). A comment no rule matches goes to
      * category AUTR, team CLIENT. The deadline counts business
      * days from the opening date (BusinessDayCalculator). The case
      * keeps the start of the comment as COMMENTS-REDACTED.txt has
      * it, so a line is only opened once RedactionBatch has
      * redacted it; a blank line opens nothing.
      * The case transactions of Data/COMPLAINT-CASE-TXN.txt then
      * move the cases on: E (taken in hand, optionally by another
      * team), R (answered, with the outcome F upheld, P partly
      * upheld, N not upheld or S no follow-up), C (closed, once
      * answered), T (transferred to another team while not yet
      * answered) and L (linked to a customer of the master when the
      * comment named none). Every case change rides
      * AuditTrailWriter, rejects go to suspense with condition code
      * 4 and the run balances with ControlTotals.cpy.
      * ComplaintQueueReport prints the daily queue and
      * ComplaintMonthlyReport the month's counts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN DYNAMIC WS-CASE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT CASE-TXN-FILE ASSIGN DYNAMIC WS-CASE-TXN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-TXN-STATUS.

           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RULES-FILE ASSIGN DYNAMIC WS-RULES-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT MASTER-FILE ASSIGN DYNAMIC WS-MASTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT COMMENTS-FILE ASSIGN DYNAMIC WS-COMMENTS-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COMMENTS-STATUS.

           SELECT REDACTED-FILE ASSIGN DYNAMIC WS-REDACTED-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REDACTED-STATUS.

           SELECT SUSPENSE-FILE ASSIGN DYNAMIC WS-SUSPENSE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
           COPY "ComplaintCase.cpy".

       FD  CASE-TXN-FILE.
       01  COMPLAINT-CASE-TRANSACTION.
           05 CTX-ACTION            PIC X(1).
               88 CTX-PRISE-EN-CHARGE VALUE "E".
               88 CTX-REPONSE       VALUE "R".
               88 CTX-CLOTURE       VALUE "C".
               88 CTX-TRANSFERT     VALUE "T".
               88 CTX-LIEN-CLIENT   VALUE "L".
           05 CTX-CPL-ID            PIC X(6).
           05 CTX-EQUIPE            PIC X(6).
           05 CTX-CUST-ID           PIC X(6).
           05 CTX-ISSUE             PIC X(1).
               88 CTX-ISSUE-VALIDE  VALUE "F" "P" "N" "S".
           05 CTX-NOTE              PIC X(30).

       FD  PARM-FILE.
       01  COMPLAINT-PARM-RECORD.
           05 PRM-DELAI-REPONSE     PIC 9(3).
           05 PRM-SEUIL-ALERTE      PIC 9(2).

      * One rule per keyword; the first rule matching wins, so the
      * more telling keywords are listed first.
       FD  RULES-FILE.
       01  COMPLAINT-RULE-RECORD.
           05 RUL-MOT               PIC X(20).
           05 RUL-CATEGORIE         PIC X(4).
           05 RUL-EQUIPE            PIC X(6).
           05 RUL-DELAI             PIC 9(3).

       FD  MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CMR-ID                PIC X(6).
           05 CMR-NAME              PIC X(30).
           05 CMR-ADDRESS           PIC X(30).
           05 CMR-CITY              PIC X(20).
           05 CMR-STATE             PIC X(2).
           05 CMR-ZIP               PIC X(10).
           05 CMR-COMMENT-PTR       PIC 9(4).

       FD  COMMENTS-FILE.
       01  COMMENT-RECORD           PIC X(80).

       FD  REDACTED-FILE.
       01  REDACTED-RECORD          PIC X(80).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "ControlTotals.cpy".

       01  WS-CT-BALANCED           PIC X.
       01  WS-CT-PROGRAM-ID         PIC X(20)
                                 VALUE "ComplaintCaseBatch".

       01  WS-CASE-PATH             PIC X(40)
                                 VALUE "Data/COMPLAINT-CASES.txt".
       01  WS-CASE-TXN-PATH         PIC X(40)
                                 VALUE "Data/COMPLAINT-CASE-TXN.txt".
       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/COMPLAINT-PARM.txt".
       01  WS-RULES-PATH            PIC X(40)
                             VALUE "Data/COMPLAINT-CATEGORY-RULES.txt".
       01  WS-MASTER-PATH           PIC X(40)
                                 VALUE "Data/CUSTOMER-MASTER.txt".
       01  WS-COMMENTS-PATH         PIC X(40)
                                 VALUE "Data/CUSTOMER-COMMENTS.txt".
       01  WS-REDACTED-PATH         PIC X(40)
                                 VALUE "Data/COMMENTS-REDACTED.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/COMPLAINT-CASE-ERR.txt".
       01  WS-CASE-STATUS           PIC XX.
       01  WS-CASE-TXN-STATUS       PIC XX.
       01  WS-PARM-STATUS           PIC XX.
       01  WS-RULES-STATUS          PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-COMMENTS-STATUS       PIC XX.
       01  WS-REDACTED-STATUS       PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-DELAI-REPONSE         PIC 9(3) VALUE 10.
       01  WS-DELAI-CAS             PIC 9(3).

      * The register is held whole, one image per case, and
      * rewritten at end of run when anything changed.
       01  WS-CASE-CNT              PIC 9(4) VALUE ZERO.
       01  WS-C                     PIC 9(4).
       01  WS-CASE-INDEX            PIC 9(4) VALUE ZERO.
       01  WS-CASE-TABLE.
           05 WS-CASE-ENTRY OCCURS 5000 TIMES
                   DEPENDING ON WS-CASE-CNT
                   INDEXED BY CX.
               10 WS-C-ENREG        PIC X(151).
       01  WS-DERNIERE-LIGNE        PIC 9(5) VALUE ZERO.

       01  WS-RULE-CNT              PIC 9(3) VALUE ZERO.
       01  WS-R                     PIC 9(3).
       01  WS-RULE-INDEX            PIC 9(3).
       01  WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 200 TIMES
                   DEPENDING ON WS-RULE-CNT.
               10 WS-RU-MOT         PIC X(20).
               10 WS-RU-CATEGORIE   PIC X(4).
               10 WS-RU-EQUIPE      PIC X(6).
               10 WS-RU-DELAI       PIC 9(3).

       01  WS-CLIENT-CNT            PIC 9(4) VALUE ZERO.
       01  WS-I                     PIC 9(4).
       01  WS-CLIENT-TABLE.
           05 WS-CLIENT-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-CLIENT-CNT
                   INDEXED BY KX.
               10 WS-K-ID           PIC X(6).
               10 WS-K-NOM-NORME    PIC X(30).

      * The comment being opened: upper-cased for the name search,
      * and with its punctuation blanked for the keywords.
       01  WS-LIGNE-CNT             PIC 9(5) VALUE ZERO.
       01  WS-COMMENT-MAJ           PIC X(80).
       01  WS-COMMENT-MOTS          PIC X(80).
       01  WS-NOM-LEN               PIC 9(2).
       01  WS-IX                    PIC 9(3).
       01  WS-CORRESPONDANCES       PIC 9(3).
       01  WS-DERNIER-INDEX         PIC 9(4).
       01  WS-TOKEN-TABLE.
           05 WS-TOKEN OCCURS 20 TIMES
                   INDEXED BY TX    PIC X(20).
       01  WS-TOKEN-CNT             PIC 9(2).

       01  WS-MOTIF                 PIC X(30).
       01  WS-NOUVEL-ID             PIC X(6).
       01  WS-NN-FAMILLE            PIC X(1) VALUE "P".
       01  WS-NN-RESULT             PIC X(1).

       01  WS-BD-FONCTION           PIC X(1).
       01  WS-BD-DATE-1             PIC 9(8).
       01  WS-BD-DATE-2             PIC 9(8).
       01  WS-BD-RESULT-DATE        PIC 9(8).
       01  WS-BD-RESULT-COUNT       PIC 9(4).
       01  WS-J                     PIC 9(3).

       01  WS-TOTAL-CNT             PIC 9(5) VALUE ZERO.
       01  WS-OUVERT-CNT            PIC 9(5) VALUE ZERO.
       01  WS-SANS-CLIENT-CNT       PIC 9(5) VALUE ZERO.
       01  WS-NON-CAVIARDE-CNT      PIC 9(5) VALUE ZERO.
       01  WS-MODIFIE-CNT           PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-CNT          PIC 9(5) VALUE ZERO.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "ComplaintCaseBatch".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

       01  WS-RUN-DATE              PIC 9(8).

       01  WS-RC-SAUVE              PIC S9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-OUVRIR-DOSSIERS-DEB
              THRU 2000-OUVRIR-DOSSIERS-FIN.

           PERFORM 3000-TRAITEMENT-DEB
              THRU 3000-TRAITEMENT-FIN
              UNTIL END-OF-FILE.

           IF WS-OUVERT-CNT > ZERO OR WS-MODIFIE-CNT > ZERO
               PERFORM 4000-SAUVEGARDER-REGISTRE-DEB
                  THRU 4000-SAUVEGARDER-REGISTRE-FIN
           END-IF.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-CHARGER-PARM-DEB
              THRU 1100-CHARGER-PARM-FIN.
           PERFORM 1200-CHARGER-REGISTRE-DEB
              THRU 1200-CHARGER-REGISTRE-FIN.
           PERFORM 1300-CHARGER-REGLES-DEB
              THRU 1300-CHARGER-REGLES-FIN.
           PERFORM 1400-CHARGER-CLIENTS-DEB
              THRU 1400-CHARGER-CLIENTS-FIN.

           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SUSPENSE-FILE: "
                       WS-SUSPENSE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT CASE-TXN-FILE.
           IF WS-CASE-TXN-STATUS = "35"
               SET END-OF-FILE TO TRUE
           ELSE
               IF WS-CASE-TXN-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE CASE-TXN-FILE: "
                           WS-CASE-TXN-STATUS
                   STOP RUN
               END-IF
               PERFORM 3100-LIRE-TRANSACTION-DEB
                  THRU 3100-LIRE-TRANSACTION-FIN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

      * No parameter, or zero, leaves the 10 business-day default.
       1100-CHARGER-PARM-DEB.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PRM-DELAI-REPONSE IS NUMERIC
                               AND PRM-DELAI-REPONSE > ZERO
                           MOVE PRM-DELAI-REPONSE
                               TO WS-DELAI-REPONSE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
       1100-CHARGER-PARM-FIN.
           EXIT.

       1200-CHARGER-REGISTRE-DEB.
           OPEN INPUT CASE-FILE.
           IF WS-CASE-STATUS = "35"
               MOVE ZERO TO WS-CASE-CNT
           ELSE
               IF WS-CASE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE CASE-FILE: "
                           WS-CASE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-CASE-STATUS = "10"
                   READ CASE-FILE
                       AT END
                           MOVE "10" TO WS-CASE-STATUS
                       NOT AT END
                           IF WS-CASE-CNT < 5000
                               ADD 1 TO WS-CASE-CNT
                               SET CX TO WS-CASE-CNT
                               MOVE COMPLAINT-CASE-RECORD
                                   TO WS-C-ENREG(CX)
                               IF CPL-LIGNE > WS-DERNIERE-LIGNE
                                   MOVE CPL-LIGNE
                                       TO WS-DERNIERE-LIGNE
                               END-IF
                           ELSE
                               DISPLAY "REGISTRE DES RECLAMATIONS "
                                       "PLEIN"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF.
       1200-CHARGER-REGISTRE-FIN.
           EXIT.

      * Keywords are compared upper-cased, as the words are.
       1300-CHARGER-REGLES-DEB.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS = "00"
               PERFORM UNTIL WS-RULES-STATUS = "10"
                   READ RULES-FILE
                       AT END
                           MOVE "10" TO WS-RULES-STATUS
                       NOT AT END
                           IF RUL-MOT NOT = SPACES
                               IF WS-RULE-CNT >= 200
                                   DISPLAY "TABLE DES REGLES PLEINE"
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-RULE-CNT
                               MOVE FUNCTION UPPER-CASE(RUL-MOT)
                                   TO WS-RU-MOT(WS-RULE-CNT)
                               MOVE RUL-CATEGORIE
                                   TO WS-RU-CATEGORIE(WS-RULE-CNT)
                               MOVE RUL-EQUIPE
                                   TO WS-RU-EQUIPE(WS-RULE-CNT)
                               IF RUL-DELAI IS NUMERIC
                                   MOVE RUL-DELAI
                                       TO WS-RU-DELAI(WS-RULE-CNT)
                               ELSE
                                   MOVE ZERO
                                       TO WS-RU-DELAI(WS-RULE-CNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULES-FILE
           END-IF.
       1300-CHARGER-REGLES-FIN.
           EXIT.

      * No master yet means no customer to tie a case to: the cases
      * open unlinked, for an L line to link later.
       1400-CHARGER-CLIENTS-DEB.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-STATUS = "10"
                   READ MASTER-FILE
                       AT END
                           MOVE "10" TO WS-MASTER-STATUS
                       NOT AT END
                           IF WS-CLIENT-CNT < 9999
                               ADD 1 TO WS-CLIENT-CNT
                               SET KX TO WS-CLIENT-CNT
                               MOVE CMR-ID TO WS-K-ID(KX)
                               MOVE FUNCTION UPPER-CASE(CMR-NAME)
                                   TO WS-K-NOM-NORME(KX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           END-IF.
       1400-CHARGER-CLIENTS-FIN.
           EXIT.

      * The raw comments and their redacted copy are read side by
      * side, line for line. Lines already on the register are
      * passed over; a line the redacted copy does not reach yet
      * waits for the next run.
       2000-OUVRIR-DOSSIERS-DEB.
           OPEN INPUT COMMENTS-FILE.
           IF WS-COMMENTS-STATUS NOT = "00"
               DISPLAY "AUCUN COMMENTAIRE CLIENT"
           ELSE
               OPEN INPUT REDACTED-FILE
               PERFORM UNTIL WS-COMMENTS-STATUS = "10"
                   READ COMMENTS-FILE
                       AT END
                           MOVE "10" TO WS-COMMENTS-STATUS
                       NOT AT END
                           ADD 1 TO WS-LIGNE-CNT
                           PERFORM 2100-LIRE-CAVIARDE-DEB
                              THRU 2100-LIRE-CAVIARDE-FIN
                           IF WS-LIGNE-CNT > WS-DERNIERE-LIGNE
                                   AND COMMENT-RECORD NOT = SPACES
                               PERFORM 2200-OUVRIR-DOSSIER-DEB
                                  THRU 2200-OUVRIR-DOSSIER-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMMENTS-FILE
               IF WS-REDACTED-STATUS NOT = "35"
                   CLOSE REDACTED-FILE
               END-IF
           END-IF.
           IF WS-NON-CAVIARDE-CNT > ZERO
               DISPLAY "COMMENTAIRES EN ATTENTE DE CAVIARDAGE : "
                       WS-NON-CAVIARDE-CNT
           END-IF.
       2000-OUVRIR-DOSSIERS-FIN.
           EXIT.

       2100-LIRE-CAVIARDE-DEB.
           IF WS-REDACTED-STATUS = "00"
               READ REDACTED-FILE
                   AT END
                       MOVE "10" TO WS-REDACTED-STATUS
               END-READ
           END-IF.
       2100-LIRE-CAVIARDE-FIN.
           EXIT.

       2200-OUVRIR-DOSSIER-DEB.
           IF WS-REDACTED-STATUS NOT = "00"
               ADD 1 TO WS-NON-CAVIARDE-CNT
           ELSE
               ADD 1 TO CT-INPUT-RECORD-COUNT
               ADD 1 TO CT-INPUT-HASH-TOTAL
               MOVE SPACES TO WS-MOTIF
               IF WS-CASE-CNT >= 5000
                   DISPLAY "REGISTRE DES RECLAMATIONS PLEIN"
                   MOVE "REGISTRE PLEIN" TO WS-MOTIF
               ELSE
                   CALL "NextNumberIssuer" USING WS-NN-FAMILLE
                       WS-NOUVEL-ID WS-NN-RESULT
                   IF WS-NN-RESULT NOT = "Y"
                       MOVE "NUMEROTATION INDISPONIBLE" TO WS-MOTIF
                   END-IF
               END-IF
               IF WS-MOTIF NOT = SPACES
                   MOVE SPACES TO SUSPENSE-LINE
                   STRING "COMMENTAIRE " WS-LIGNE-CNT
                          " NON OUVERT - " WS-MOTIF
                          DELIMITED BY SIZE INTO SUSPENSE-LINE
                   WRITE SUSPENSE-LINE
                   ADD 1 TO WS-REJECTED-CNT
                   ADD 1 TO CT-OUTPUT-RECORD-COUNT
                   ADD 1 TO CT-OUTPUT-HASH-TOTAL
               ELSE
                   PERFORM 2300-CREER-DOSSIER-DEB
                      THRU 2300-CREER-DOSSIER-FIN
               END-IF
           END-IF.
       2200-OUVRIR-DOSSIER-FIN.
           EXIT.

       2300-CREER-DOSSIER-DEB.
           MOVE SPACES TO COMPLAINT-CASE-RECORD.
           MOVE WS-NOUVEL-ID TO CPL-ID.
           MOVE WS-LIGNE-CNT TO CPL-LIGNE.
           MOVE FUNCTION UPPER-CASE(COMMENT-RECORD) TO WS-COMMENT-MAJ.
           PERFORM 2400-CHERCHER-CLIENT-DEB
              THRU 2400-CHERCHER-CLIENT-FIN.
           PERFORM 2500-CLASSER-DEB
              THRU 2500-CLASSER-FIN.
           MOVE WS-RUN-DATE TO CPL-DATE-OUVERTURE.
           PERFORM 2600-CALCULER-ECHEANCE-DEB
              THRU 2600-CALCULER-ECHEANCE-FIN.
           SET CPL-OUVERT TO TRUE.
           MOVE ZERO TO CPL-DATE-REPONSE CPL-DATE-CLOTURE.
           MOVE REDACTED-RECORD(1:60) TO CPL-TEXTE.

           ADD 1 TO WS-CASE-CNT.
           SET CX TO WS-CASE-CNT.
           MOVE COMPLAINT-CASE-RECORD TO WS-C-ENREG(CX).
           ADD 1 TO WS-OUVERT-CNT.

           MOVE SPACES TO WS-AT-BEFORE.
           STRING "COMMENTAIRE " CPL-LIGNE " SANS DOSSIER"
                  DELIMITED BY SIZE INTO WS-AT-BEFORE.
           MOVE SPACES TO WS-AT-AFTER.
           STRING CPL-ID " " CPL-CUST-ID " " CPL-CATEGORIE " "
                  CPL-EQUIPE " OUVERT ECHEANCE " CPL-ECHEANCE
                  DELIMITED BY SIZE INTO WS-AT-AFTER.
           PERFORM 3700-CONSIGNER-DEB
              THRU 3700-CONSIGNER-FIN.
       2300-CREER-DOSSIER-FIN.
           EXIT.

      * A comment is tied to the single customer whose name appears
      * in its text; none, or two candidates, leave it unlinked.
       2400-CHERCHER-CLIENT-DEB.
           MOVE ZERO TO WS-CORRESPONDANCES.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CLIENT-CNT
               IF WS-K-NOM-NORME(WS-I) NOT = SPACES
                   COMPUTE WS-NOM-LEN = FUNCTION LENGTH(
                           FUNCTION TRIM(WS-K-NOM-NORME(WS-I)))
                   PERFORM VARYING WS-IX FROM 1 BY 1
                           UNTIL WS-IX > 80 - WS-NOM-LEN + 1
                       IF WS-COMMENT-MAJ(WS-IX:WS-NOM-LEN) =
                               WS-K-NOM-NORME(WS-I)(1:WS-NOM-LEN)
                           ADD 1 TO WS-CORRESPONDANCES
                           MOVE WS-I TO WS-DERNIER-INDEX
                           COMPUTE WS-IX = 80 - WS-NOM-LEN + 2
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WS-CORRESPONDANCES = 1
               MOVE WS-K-ID(WS-DERNIER-INDEX) TO CPL-CUST-ID
           ELSE
               ADD 1 TO WS-SANS-CLIENT-CNT
           END-IF.
       2400-CHERCHER-CLIENT-FIN.
           EXIT.

      * The first rule whose keyword is a word of the comment.
       2500-CLASSER-DEB.
           MOVE WS-COMMENT-MAJ TO WS-COMMENT-MOTS.
           INSPECT WS-COMMENT-MOTS CONVERTING ",.;:!?()'""/"
                                           TO SPACES.
           CALL "FreeTextTokenizer" USING WS-COMMENT-MOTS
               WS-TOKEN-TABLE WS-TOKEN-CNT.
           MOVE ZERO TO WS-RULE-INDEX.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RULE-CNT OR WS-RULE-INDEX > ZERO
               PERFORM VARYING TX FROM 1 BY 1
                       UNTIL TX > WS-TOKEN-CNT
                   IF WS-TOKEN(TX) = WS-RU-MOT(WS-R)
                       MOVE WS-R TO WS-RULE-INDEX
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WS-DELAI-REPONSE TO WS-DELAI-CAS.
           IF WS-RULE-INDEX = ZERO
               MOVE "AUTR" TO CPL-CATEGORIE
               MOVE "CLIENT" TO CPL-EQUIPE
           ELSE
               MOVE WS-RU-CATEGORIE(WS-RULE-INDEX) TO CPL-CATEGORIE
               MOVE WS-RU-EQUIPE(WS-RULE-INDEX) TO CPL-EQUIPE
               IF WS-RU-DELAI(WS-RULE-INDEX) > ZERO
                   MOVE WS-RU-DELAI(WS-RULE-INDEX) TO WS-DELAI-CAS
               END-IF
           END-IF.
       2500-CLASSER-FIN.
           EXIT.

      * The deadline counts business days from the opening date.
       2600-CALCULER-ECHEANCE-DEB.
           MOVE "N" TO WS-BD-FONCTION.
           MOVE WS-RUN-DATE TO WS-BD-DATE-1.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-DELAI-CAS
               CALL "BusinessDayCalculator" USING WS-BD-FONCTION
                   WS-BD-DATE-1 WS-BD-DATE-2
                   WS-BD-RESULT-DATE WS-BD-RESULT-COUNT
               MOVE WS-BD-RESULT-DATE TO WS-BD-DATE-1
           END-PERFORM.
           MOVE WS-BD-DATE-1 TO CPL-ECHEANCE.
       2600-CALCULER-ECHEANCE-FIN.
           EXIT.

       3000-TRAITEMENT-DEB.
           ADD 1 TO WS-TOTAL-CNT.
           ADD 1 TO CT-INPUT-RECORD-COUNT.
           ADD 1 TO CT-INPUT-HASH-TOTAL.

           PERFORM 3200-FAIRE-AVANCER-DEB
              THRU 3200-FAIRE-AVANCER-FIN.

           PERFORM 3100-LIRE-TRANSACTION-DEB
              THRU 3100-LIRE-TRANSACTION-FIN.
       3000-TRAITEMENT-FIN.
           EXIT.

       3100-LIRE-TRANSACTION-DEB.
           READ CASE-TXN-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
       3100-LIRE-TRANSACTION-FIN.
           EXIT.

      * Taken in hand, answered, closed, transferred or linked: the
      * step asked must follow from where the case stands.
       3200-FAIRE-AVANCER-DEB.
           MOVE SPACES TO WS-MOTIF.
           MOVE ZERO TO WS-CASE-INDEX.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CASE-CNT
               IF WS-C-ENREG(WS-C)(1:6) = CTX-CPL-ID
                   MOVE WS-C TO WS-CASE-INDEX
               END-IF
           END-PERFORM.

           IF WS-CASE-INDEX = ZERO
               MOVE "DOSSIER INCONNU" TO WS-MOTIF
           ELSE
               MOVE WS-C-ENREG(WS-CASE-INDEX)
                   TO COMPLAINT-CASE-RECORD
               EVALUATE TRUE
                   WHEN CPL-CLOS
                       MOVE "DOSSIER DEJA CLOS" TO WS-MOTIF
                   WHEN CTX-PRISE-EN-CHARGE AND CPL-EN-COURS
                       MOVE "DOSSIER DEJA PRIS EN CHARGE"
                           TO WS-MOTIF
                   WHEN CTX-PRISE-EN-CHARGE AND CPL-REPONDU
                       MOVE "DOSSIER DEJA REPONDU" TO WS-MOTIF
                   WHEN CTX-REPONSE AND CPL-REPONDU
                       MOVE "DOSSIER DEJA REPONDU" TO WS-MOTIF
                   WHEN CTX-REPONSE AND NOT CTX-ISSUE-VALIDE
                       MOVE "ISSUE INVALIDE" TO WS-MOTIF
                   WHEN CTX-CLOTURE AND NOT CPL-REPONDU
                       MOVE "DOSSIER NON REPONDU" TO WS-MOTIF
                   WHEN CTX-TRANSFERT AND CPL-REPONDU
                       MOVE "DOSSIER DEJA REPONDU" TO WS-MOTIF
                   WHEN CTX-TRANSFERT AND CTX-EQUIPE = SPACES
                       MOVE "EQUIPE ABSENTE" TO WS-MOTIF
                   WHEN CTX-LIEN-CLIENT
                       PERFORM 3250-VERIFIER-CLIENT-DEB
                          THRU 3250-VERIFIER-CLIENT-FIN
                   WHEN CTX-PRISE-EN-CHARGE OR CTX-REPONSE
                           OR CTX-CLOTURE OR CTX-TRANSFERT
                       CONTINUE
                   WHEN OTHER
                       MOVE "ACTION INCONNUE" TO WS-MOTIF
               END-EVALUATE
           END-IF.

           IF WS-MOTIF NOT = SPACES
               PERFORM 3600-REJETER-TRANSACTION-DEB
                  THRU 3600-REJETER-TRANSACTION-FIN
           ELSE
               MOVE SPACES TO WS-AT-BEFORE
               STRING CPL-ID " " CPL-CUST-ID " " CPL-EQUIPE
                      " STATUT " CPL-STATUT " " CPL-ISSUE
                      DELIMITED BY SIZE INTO WS-AT-BEFORE
               EVALUATE TRUE
                   WHEN CTX-PRISE-EN-CHARGE
                       SET CPL-EN-COURS TO TRUE
                       IF CTX-EQUIPE NOT = SPACES
                           MOVE CTX-EQUIPE TO CPL-EQUIPE
                       END-IF
                   WHEN CTX-REPONSE
                       SET CPL-REPONDU TO TRUE
                       MOVE CTX-ISSUE TO CPL-ISSUE
                       MOVE WS-RUN-DATE TO CPL-DATE-REPONSE
                   WHEN CTX-CLOTURE
                       SET CPL-CLOS TO TRUE
                       MOVE WS-RUN-DATE TO CPL-DATE-CLOTURE
                   WHEN CTX-TRANSFERT
                       MOVE CTX-EQUIPE TO CPL-EQUIPE
                   WHEN OTHER
                       MOVE CTX-CUST-ID TO CPL-CUST-ID
               END-EVALUATE
               IF CTX-NOTE NOT = SPACES
                   MOVE CTX-NOTE TO CPL-NOTE
               END-IF
               MOVE COMPLAINT-CASE-RECORD
                   TO WS-C-ENREG(WS-CASE-INDEX)
               ADD 1 TO WS-MODIFIE-CNT
               MOVE SPACES TO WS-AT-AFTER
               STRING CPL-ID " " CPL-CUST-ID " " CPL-EQUIPE
                      " STATUT " CPL-STATUT " " CPL-ISSUE " "
                      CPL-NOTE
                      DELIMITED BY SIZE INTO WS-AT-AFTER
               PERFORM 3700-CONSIGNER-DEB
                  THRU 3700-CONSIGNER-FIN
           END-IF.
       3200-FAIRE-AVANCER-FIN.
           EXIT.

       3250-VERIFIER-CLIENT-DEB.
           MOVE "CLIENT INCONNU" TO WS-MOTIF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CLIENT-CNT
               IF WS-K-ID(WS-I) = CTX-CUST-ID
                   MOVE SPACES TO WS-MOTIF
               END-IF
           END-PERFORM.
           IF CTX-CUST-ID = SPACES
               MOVE "CLIENT ABSENT" TO WS-MOTIF
           END-IF.
       3250-VERIFIER-CLIENT-FIN.
           EXIT.

       3600-REJETER-TRANSACTION-DEB.
           MOVE SPACES TO SUSPENSE-LINE.
           STRING CTX-ACTION CTX-CPL-ID " " CTX-EQUIPE " "
                  CTX-CUST-ID " " CTX-ISSUE " REJETE - " WS-MOTIF
                  DELIMITED BY SIZE INTO SUSPENSE-LINE.
           WRITE SUSPENSE-LINE.
           ADD 1 TO WS-REJECTED-CNT.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       3600-REJETER-TRANSACTION-FIN.
           EXIT.

       3700-CONSIGNER-DEB.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.
           ADD 1 TO CT-OUTPUT-RECORD-COUNT.
           ADD 1 TO CT-OUTPUT-HASH-TOTAL.
       3700-CONSIGNER-FIN.
           EXIT.

       4000-SAUVEGARDER-REGISTRE-DEB.
           OPEN OUTPUT CASE-FILE.
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "ERREUR REECRITURE CASE-FILE: "
                       WS-CASE-STATUS
               STOP RUN
           END-IF.

           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CASE-CNT
               MOVE WS-C-ENREG(WS-C) TO COMPLAINT-CASE-RECORD
               WRITE COMPLAINT-CASE-RECORD
           END-PERFORM.

           CLOSE CASE-FILE.
       4000-SAUVEGARDER-REGISTRE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           IF WS-CASE-TXN-STATUS NOT = "35"
               CLOSE CASE-TXN-FILE
           END-IF.
           CLOSE SUSPENSE-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "TRAITEMENT DES RECLAMATIONS TERMINE.".
           DISPLAY "COMMENTAIRES LUS      : " WS-LIGNE-CNT.
           DISPLAY "DOSSIERS OUVERTS      : " WS-OUVERT-CNT.
           DISPLAY "  DONT SANS CLIENT    : " WS-SANS-CLIENT-CNT.
           DISPLAY "NON ENCORE CAVIARDES  : " WS-NON-CAVIARDE-CNT.
           DISPLAY "TRANSACTIONS TRAITEES : " WS-TOTAL-CNT.
           DISPLAY "DOSSIERS MODIFIES     : " WS-MODIFIE-CNT.
           DISPLAY "TRANSACTIONS REFUSEES : " WS-REJECTED-CNT.
           DISPLAY "------------------------------------------------".

      * The control-total call resets RETURN-CODE; keep this run's.
           IF WS-REJECTED-CNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO WS-RC-SAUVE.
           CALL "ControlTotalCheck" USING WS-CT-PROGRAM-ID
               CT-INPUT-RECORD-COUNT CT-INPUT-HASH-TOTAL
               CT-OUTPUT-RECORD-COUNT CT-OUTPUT-HASH-TOTAL
               WS-CT-BALANCED.
           MOVE WS-RC-SAUVE TO RETURN-CODE.
       9000-TERMINAISON-FIN.
           EXIT.
