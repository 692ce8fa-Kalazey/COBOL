      * term of the term history, one 03 row per attendance
      * summary, and a 99 trailer with the record count so the
      * import on the other side can refuse a truncated file whole.
      * A leaving student who still has textbook or library copies
      * out, or a book charge not yet invoiced, is warned on the
      * console and the run ends with return code 4 so the office
      * settles the books before the file goes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-STATUS.

           SELECT LOAN-FILE ASSIGN DYNAMIC WS-LOAN-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT CHARGE-FILE ASSIGN DYNAMIC WS-CHARGE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           05 TRF-T-COUNT           PIC 9(5).
           05 FILLER                PIC X(33).

       FD  LOAN-FILE.
           COPY "LibraryLoan.cpy".

       FD  CHARGE-FILE.
           COPY "LibraryCharge.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARM-PATH             PIC X(40)
                             VALUE "Data/TRANSFER-STUDENT-PARM.txt".
                                 VALUE "Data/ATTENDANCE-SUMMARY.txt".
       01  WS-TRANSFER-PATH         PIC X(40)
                                 VALUE "Data/STUDENT-TRANSFER-OUT.txt".
       01  WS-LOAN-PATH             PIC X(40)
                                 VALUE "Data/LIBRARY-LOAN.txt".
       01  WS-CHARGE-PATH           PIC X(40)
                                 VALUE "Data/LIBRARY-CHARGE.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-LOAN-STATUS           PIC XX.
       01  WS-CHARGE-STATUS         PIC XX.
       01  WS-MASTER-STATUS         PIC XX.
       01  WS-LEVEL-STATUS          PIC XX.
       01  WS-HISTORY-STATUS        PIC XX.
       01  WS-M                     PIC 9(2).
       01  WS-RECORD-CNT            PIC 9(5) VALUE ZERO.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-LIVRES-DEHORS-CNT     PIC 9(5) VALUE ZERO.
       01  WS-FRAIS-DUS-CNT         PIC 9(5) VALUE ZERO.
       01  WS-MONTANT-EDITE         PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 5000-ECRIRE-TRAILER-DEB
              THRU 5000-ECRIRE-TRAILER-FIN.

           PERFORM 6000-CONTROLER-LIVRES-DEB
              THRU 6000-CONTROLER-LIVRES-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

       5000-ECRIRE-TRAILER-FIN.
           EXIT.

      * Both library files are optional - no register, nothing out.
       6000-CONTROLER-LIVRES-DEB.
           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-STATUS = "00"
               PERFORM UNTIL WS-LOAN-STATUS = "10"
                   READ LOAN-FILE
                       AT END
                           MOVE "10" TO WS-LOAN-STATUS
                       NOT AT END
                           IF LON-STUDENT-ID = WS-STUDENT-DEMANDE
                                   AND (LON-EN-COURS OR LON-PERDU)
                               DISPLAY "ATTENTION - LIVRE NON RENDU: "
                                       LON-ITEM-ID "/" LON-COPIE
                                       " ECHEANCE " LON-DATE-ECHEANCE
                               ADD 1 TO WS-LIVRES-DEHORS-CNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.

           OPEN INPUT CHARGE-FILE.
           IF WS-CHARGE-STATUS = "00"
               PERFORM UNTIL WS-CHARGE-STATUS = "10"
                   READ CHARGE-FILE
                       AT END
                           MOVE "10" TO WS-CHARGE-STATUS
                       NOT AT END
                           IF CHG-STUDENT-ID = WS-STUDENT-DEMANDE
                                   AND CHG-EN-ATTENTE
                               MOVE CHG-MONTANT TO WS-MONTANT-EDITE
                               DISPLAY "ATTENTION - FRAIS DE LIVRE DU: "
                                       CHG-ITEM-ID "/" CHG-COPIE " "
                                       WS-MONTANT-EDITE
                               ADD 1 TO WS-FRAIS-DUS-CNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-FILE
           END-IF.
       6000-CONTROLER-LIVRES-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           DISPLAY "------------------------------------------------".
           DISPLAY "EXTRAIT DE TRANSFERT TERMINE.".
           DISPLAY "ELEVE                 : " WS-STUDENT-DEMANDE.
           DISPLAY "ENREGISTREMENTS EMIS  : " WS-RECORD-CNT.
           DISPLAY "LIVRES NON RENDUS     : " WS-LIVRES-DEHORS-CNT.
           DISPLAY "FRAIS DE LIVRES DUS   : " WS-FRAIS-DUS-CNT.
           DISPLAY "------------------------------------------------".
           IF WS-LIVRES-DEHORS-CNT > ZERO OR WS-FRAIS-DUS-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-FIN.
           EXIT.
