       IDENTIFICATION DIVISION.
       PROGRAM-ID. LibraryTermCharges.
       AUTHOR. Mathieu.

      * Term-end billing of the textbook and library loans. Every
      * copy declared lost, and every copy still out on the run date
      * past its due date, is charged to the student at the
      * replacement price of the catalogue: the charge is appended
      * to the book charges waiting (A) for the next tuition invoice,
      * where TuitionInvoiceBatch adds it as an extra line; the loan
      * is marked invoiced and the copy written off the catalogue.
      * Each charge rides AuditTrailWriter, and the run lists the
      * charges raised per student under the shared report heading.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN DYNAMIC WS-LOAN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT CATALOGUE-FILE ASSIGN DYNAMIC WS-CATALOGUE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-STATUS.

           SELECT CHARGE-FILE ASSIGN DYNAMIC WS-CHARGE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY "LibraryLoan.cpy".

       FD  CATALOGUE-FILE.
           COPY "LibraryItem.cpy".

       FD  CHARGE-FILE.
           COPY "LibraryCharge.cpy".

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "ReportHeader.cpy".

       01  WS-LOAN-PATH             PIC X(40)
                                 VALUE "Data/LIBRARY-LOAN.txt".
       01  WS-CATALOGUE-PATH        PIC X(40)
                                 VALUE "Data/LIBRARY-CATALOGUE.txt".
       01  WS-CHARGE-PATH           PIC X(40)
                                 VALUE "Data/LIBRARY-CHARGE.txt".
       01  WS-REPORT-PATH           PIC X(40)
                             VALUE "Data/LIBRARY-CHARGE-REPORT.txt".
       01  WS-LOAN-STATUS           PIC XX.
       01  WS-CATALOGUE-STATUS      PIC XX.
       01  WS-CHARGE-STATUS         PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-RUN-DATE              PIC 9(8).

       01  WS-PRET-CNT              PIC 9(5) VALUE ZERO.
       01  WS-P                     PIC 9(5).
       01  WS-Q                     PIC 9(5).

       01  WS-PRET-TABLE.
           05 WS-PRET-ENTRY OCCURS 50000 TIMES
                   DEPENDING ON WS-PRET-CNT
                   INDEXED BY PX.
               10 WS-P-RECORD       PIC X(52).
               10 WS-P-VU           PIC X(1).

       01  WS-CAT-CNT               PIC 9(5) VALUE ZERO.
       01  WS-C                     PIC 9(5).
       01  WS-CAT-TROUVE            PIC 9(5).

       01  WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 20000 TIMES
                   DEPENDING ON WS-CAT-CNT
                   INDEXED BY CX.
               10 WS-C-RECORD       PIC X(48).

       01  WS-STUDENT-PRECEDENT     PIC X(6) VALUE SPACES.
       01  WS-TOTAL-ELEVE           PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-GENERAL         PIC 9(7)V99 VALUE ZERO.
       01  WS-MONTANT-EDITE         PIC Z(6)9.99.
       01  WS-LIBELLE-MOTIF         PIC X(10).

       01  WS-FRAIS-CNT             PIC 9(5) VALUE ZERO.
       01  WS-PERDUS-CNT            PIC 9(5) VALUE ZERO.
       01  WS-NON-RENDUS-CNT        PIC 9(5) VALUE ZERO.

       01  WS-AT-PROGRAM-ID         PIC X(20)
                                 VALUE "LibraryTermCharges".
       01  WS-AT-USER-ID            PIC X(08) VALUE "BATCH".
       01  WS-AT-BEFORE             PIC X(60).
       01  WS-AT-AFTER              PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRET-CNT
               MOVE WS-P-RECORD(WS-P) TO LIBRARY-LOAN-RECORD
               IF WS-P-VU(WS-P) = "N"
                       AND (LON-PERDU
                           OR (LON-EN-COURS
                               AND LON-DATE-ECHEANCE <= WS-RUN-DATE))
                   PERFORM 2000-FACTURER-ELEVE-DEB
                      THRU 2000-FACTURER-ELEVE-FIN
               END-IF
           END-PERFORM.

           IF WS-FRAIS-CNT > ZERO
               PERFORM 5000-SAUVEGARDER-DEB
                  THRU 5000-SAUVEGARDER-FIN
           END-IF.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE "LibraryTermCharges" TO RH-PROGRAM-ID.
           MOVE "FRAIS DE LIVRES" TO RH-REPORT-TITLE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 50 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE LOAN-FILE: " WS-LOAN-STATUS
               STOP RUN
           END-IF.
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
                       MOVE LIBRARY-LOAN-RECORD TO WS-P-RECORD(PX)
                       MOVE "N" TO WS-P-VU(PX)
               END-READ
           END-PERFORM.
           CLOSE LOAN-FILE.

           OPEN INPUT CATALOGUE-FILE.
           IF WS-CATALOGUE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE CATALOGUE-FILE: "
                       WS-CATALOGUE-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CATALOGUE-STATUS = "10"
               READ CATALOGUE-FILE
                   AT END
                       MOVE "10" TO WS-CATALOGUE-STATUS
                   NOT AT END
                       IF WS-CAT-CNT >= 20000
                           DISPLAY "TABLE DU CATALOGUE PLEINE"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CAT-CNT
                       SET CX TO WS-CAT-CNT
                       MOVE LIBRARY-ITEM-RECORD TO WS-C-RECORD(CX)
               END-READ
           END-PERFORM.
           CLOSE CATALOGUE-FILE.

           OPEN EXTEND CHARGE-FILE.
           IF WS-CHARGE-STATUS = "05" OR WS-CHARGE-STATUS = "35"
               OPEN OUTPUT CHARGE-FILE
           END-IF.
           IF WS-CHARGE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE CHARGE-FILE: "
                       WS-CHARGE-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.
       1000-INITIALISATION-FIN.
           EXIT.

      * All the student's copies to bill are charged together and
      * are not looked at again further down the register.
       2000-FACTURER-ELEVE-DEB.
           MOVE LON-STUDENT-ID TO WS-STUDENT-PRECEDENT.
           MOVE ZERO TO WS-TOTAL-ELEVE.
           PERFORM VARYING WS-Q FROM WS-P BY 1
                   UNTIL WS-Q > WS-PRET-CNT
               MOVE WS-P-RECORD(WS-Q) TO LIBRARY-LOAN-RECORD
               IF LON-STUDENT-ID = WS-STUDENT-PRECEDENT
                       AND WS-P-VU(WS-Q) = "N"
                       AND (LON-PERDU
                           OR (LON-EN-COURS
                               AND LON-DATE-ECHEANCE <= WS-RUN-DATE))
                   PERFORM 2050-FACTURER-PRET-DEB
                      THRU 2050-FACTURER-PRET-FIN
               END-IF
           END-PERFORM.
           PERFORM 2300-TOTALISER-ELEVE-DEB
              THRU 2300-TOTALISER-ELEVE-FIN.
       2000-FACTURER-ELEVE-FIN.
           EXIT.

      * A copy missing from the catalogue has no price to charge;
      * it is left on the register for the librarian.
       2050-FACTURER-PRET-DEB.
           MOVE "Y" TO WS-P-VU(WS-Q).
           MOVE ZERO TO WS-CAT-TROUVE.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAT-CNT OR WS-CAT-TROUVE > ZERO
               MOVE WS-C-RECORD(WS-C) TO LIBRARY-ITEM-RECORD
               IF LIB-ITEM-ID = LON-ITEM-ID AND LIB-COPIE = LON-COPIE
                   MOVE WS-C TO WS-CAT-TROUVE
               END-IF
           END-PERFORM.
           IF WS-CAT-TROUVE = ZERO
               DISPLAY "EXEMPLAIRE ABSENT DU CATALOGUE: "
                       LON-ITEM-ID "/" LON-COPIE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WS-C-RECORD(WS-CAT-TROUVE) TO LIBRARY-ITEM-RECORD
               PERFORM 2100-CREER-FRAIS-DEB
                  THRU 2100-CREER-FRAIS-FIN
               PERFORM 2200-IMPRIMER-LIGNE-DEB
                  THRU 2200-IMPRIMER-LIGNE-FIN
           END-IF.
       2050-FACTURER-PRET-FIN.
           EXIT.

       2100-CREER-FRAIS-DEB.
           MOVE SPACES TO LIBRARY-CHARGE-RECORD.
           MOVE LON-STUDENT-ID TO CHG-STUDENT-ID.
           MOVE LON-ITEM-ID TO CHG-ITEM-ID.
           MOVE LON-COPIE TO CHG-COPIE.
           MOVE LIB-TITRE TO CHG-TITRE.
           IF LON-PERDU
               SET CHG-PERDU TO TRUE
               MOVE "PERDU" TO WS-LIBELLE-MOTIF
               ADD 1 TO WS-PERDUS-CNT
           ELSE
               SET CHG-NON-RENDU TO TRUE
               MOVE "NON RENDU" TO WS-LIBELLE-MOTIF
               ADD 1 TO WS-NON-RENDUS-CNT
           END-IF.
           MOVE LIB-PRIX TO CHG-MONTANT.
           MOVE WS-RUN-DATE TO CHG-DATE.
           SET CHG-EN-ATTENTE TO TRUE.
           WRITE LIBRARY-CHARGE-RECORD.
           ADD 1 TO WS-FRAIS-CNT.
           ADD CHG-MONTANT TO WS-TOTAL-ELEVE.
           ADD CHG-MONTANT TO WS-TOTAL-GENERAL.

           MOVE SPACES TO WS-AT-BEFORE.
           MOVE LIBRARY-LOAN-RECORD TO WS-AT-BEFORE.
           SET LON-FACTURE TO TRUE.
           MOVE LIBRARY-LOAN-RECORD TO WS-P-RECORD(WS-Q).
           SET LIB-PERDU TO TRUE.
           MOVE LIBRARY-ITEM-RECORD TO WS-C-RECORD(WS-CAT-TROUVE).
           MOVE SPACES TO WS-AT-AFTER.
           MOVE LIBRARY-CHARGE-RECORD TO WS-AT-AFTER.
           CALL "AuditTrailWriter" USING WS-AT-PROGRAM-ID
               WS-AT-USER-ID WS-AT-BEFORE WS-AT-AFTER.
       2100-CREER-FRAIS-FIN.
           EXIT.

       2200-IMPRIMER-LIGNE-DEB.
           PERFORM 2900-IMPRIMER-ENTETE-DEB
              THRU 2900-IMPRIMER-ENTETE-FIN.
           MOVE CHG-MONTANT TO WS-MONTANT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING CHG-STUDENT-ID " " CHG-ITEM-ID "/" CHG-COPIE " "
                  CHG-TITRE " " WS-LIBELLE-MOTIF WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       2200-IMPRIMER-LIGNE-FIN.
           EXIT.

       2300-TOTALISER-ELEVE-DEB.
           PERFORM 2900-IMPRIMER-ENTETE-DEB
              THRU 2900-IMPRIMER-ENTETE-FIN.
           MOVE WS-TOTAL-ELEVE TO WS-MONTANT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "       TOTAL ELEVE " WS-STUDENT-PRECEDENT
                  "                                  "
                  WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 2 TO RH-LINE-COUNT.
       2300-TOTALISER-ELEVE-FIN.
           EXIT.

       2900-IMPRIMER-ENTETE-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               ADD 1 TO RH-PAGE-NUMBER
               MOVE SPACES TO RH-HEADING-LINE-1
               STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                      " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                      DELIMITED BY SIZE INTO RH-HEADING-LINE-1
               MOVE SPACES TO REPORT-LINE
               MOVE RH-HEADING-LINE-1 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ZERO TO RH-LINE-COUNT
           END-IF.
       2900-IMPRIMER-ENTETE-FIN.
           EXIT.

      * Rewrites the loan register and the catalogue.
       5000-SAUVEGARDER-DEB.
           OPEN OUTPUT LOAN-FILE.
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE LOAN-FILE: " WS-LOAN-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRET-CNT
               MOVE WS-P-RECORD(WS-P) TO LIBRARY-LOAN-RECORD
               WRITE LIBRARY-LOAN-RECORD
           END-PERFORM.
           CLOSE LOAN-FILE.

           OPEN OUTPUT CATALOGUE-FILE.
           IF WS-CATALOGUE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE CATALOGUE-FILE: "
                       WS-CATALOGUE-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAT-CNT
               MOVE WS-C-RECORD(WS-C) TO LIBRARY-ITEM-RECORD
               WRITE LIBRARY-ITEM-RECORD
           END-PERFORM.
           CLOSE CATALOGUE-FILE.
       5000-SAUVEGARDER-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           PERFORM 2900-IMPRIMER-ENTETE-DEB
              THRU 2900-IMPRIMER-ENTETE-FIN.
           MOVE WS-TOTAL-GENERAL TO WS-MONTANT-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL GENERAL " WS-FRAIS-CNT " FRAIS"
                  "                                  "
                  WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE CHARGE-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "FACTURATION DES LIVRES TERMINEE.".
           DISPLAY "FRAIS CREES           : " WS-FRAIS-CNT.
           DISPLAY "  DONT PERDUS         : " WS-PERDUS-CNT.
           DISPLAY "  DONT NON RENDUS     : " WS-NON-RENDUS-CNT.
           DISPLAY "MONTANT TOTAL         : " WS-MONTANT-EDITE.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
