       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApPaymentRun.
       AUTHOR. Mathieu.

      * Weekly supplier payment run over the accounts-payable
      * invoice register ApInvoiceEntry feeds. The value date comes
      * from Data/AP-PAYMENT-PARM.txt (today when absent or zero),
      * and with it the selection horizon, seven days unless the
      * parameter says otherwise: every open invoice falling due on
      * or before value date plus horizon is paid now, so nothing
      * falls due between two weekly runs. Invoices are paid per
      * vendor - one transfer per vendor for the sum of its
      * selected invoices - and only to a vendor active on the
      * vendor master whose IBAN still passes IbanCheck; the
      * invoices of a blocked vendor stay open and are listed.
      * The bank payment file takes the DirectDepositExtract
      * envelope - an 01 header with file id and dates, one 02
      * detail per transfer carrying IBAN and BIC, an 09 trailer
      * with the detail count and amount hash - and each vendor
      * gets a remittance advice page listing the invoices the
      * transfer settles. Paid invoices are marked P with the run
      * id and value date, and each transfer is appended to the
      * subledger register as APREGL so GlJournalPostBatch books
      * the cash out against the suppliers account.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT VENDOR-FILE ASSIGN DYNAMIC WS-VENDOR-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.

           SELECT AP-INVOICE-FILE ASSIGN DYNAMIC WS-INVOICE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT PAYMENT-FILE ASSIGN DYNAMIC WS-PAYMENT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT ADVICE-FILE ASSIGN DYNAMIC WS-ADVICE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ADVICE-STATUS.

           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  AP-PAYMENT-PARM-RECORD.
           05 PRM-DATE-VALEUR       PIC 9(8).
           05 PRM-HORIZON           PIC 9(3).

       FD  VENDOR-FILE.
           COPY "VendorMaster.cpy".

       FD  AP-INVOICE-FILE.
           COPY "ApInvoice.cpy".

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD           PIC X(100).
       01  PAYMENT-HEADER REDEFINES PAYMENT-RECORD.
           05 PH-TYPE               PIC X(2).
           05 PH-FILE-ID            PIC X(10).
           05 PH-CREATION-DATE      PIC 9(8).
           05 PH-DATE-VALEUR        PIC 9(8).
           05 FILLER                PIC X(72).
       01  PAYMENT-DETAIL REDEFINES PAYMENT-RECORD.
           05 PD-TYPE               PIC X(2).
           05 PD-IBAN               PIC X(34).
           05 PD-BIC                PIC X(11).
           05 PD-MONTANT            PIC 9(9)V99.
           05 PD-VND-ID             PIC X(6).
           05 PD-NOM                PIC X(30).
           05 FILLER                PIC X(6).
       01  PAYMENT-TRAILER REDEFINES PAYMENT-RECORD.
           05 PT-TYPE               PIC X(2).
           05 PT-RECORD-COUNT       PIC 9(7).
           05 PT-HASH-TOTAL         PIC 9(13).
           05 FILLER                PIC X(78).

       FD  ADVICE-FILE.
       01  ADVICE-LINE              PIC X(80).

       FD  REGISTER-FILE.
           COPY "SubledgerRegister.cpy".

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-PARM-PATH             PIC X(40)
                                 VALUE "Data/AP-PAYMENT-PARM.txt".
       01  WS-VENDOR-PATH           PIC X(40)
                                 VALUE "Data/VENDOR-MASTER.txt".
       01  WS-INVOICE-PATH          PIC X(40)
                                 VALUE "Data/AP-INVOICE-REGISTER.txt".
       01  WS-PAYMENT-PATH          PIC X(40)
                                 VALUE "Data/AP-PAYMENT-FILE.txt".
       01  WS-ADVICE-PATH           PIC X(40)
                                 VALUE "Data/AP-REMITTANCE-ADVICE.txt".
       01  WS-REGISTER-PATH         PIC X(40)
                             VALUE "Data/SUBLEDGER-GL-REGISTER.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-VENDOR-STATUS         PIC XX.
       01  WS-INVOICE-STATUS        PIC XX.
       01  WS-PAYMENT-STATUS        PIC XX.
       01  WS-ADVICE-STATUS         PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.

       01  WS-DATE-VALEUR           PIC 9(8) VALUE ZERO.
       01  WS-HORIZON               PIC 9(3) VALUE 7.
       01  WS-DATE-LIMITE           PIC 9(8).
       01  WS-ENTIER-JOUR           PIC 9(8).
       01  WS-DATE-VALIDE           PIC X.

       01  WS-VENDOR-CNT            PIC 9(4) VALUE ZERO.
       01  WS-V                     PIC 9(4).

       01  WS-VENDOR-TABLE.
           05 WS-VENDOR-ENTRY OCCURS 2000 TIMES
                   DEPENDING ON WS-VENDOR-CNT
                   INDEXED BY VX.
               10 WS-V-ID           PIC X(6).
               10 WS-V-NOM          PIC X(30).
               10 WS-V-IBAN         PIC X(34).
               10 WS-V-BIC          PIC X(11).
               10 WS-V-STATUT       PIC X(1).

       01  WS-FACT-CNT              PIC 9(5) VALUE ZERO.
       01  WS-F                     PIC 9(5).

       01  WS-FACT-TABLE.
           05 WS-FACT-ENTRY OCCURS 9999 TIMES
                   DEPENDING ON WS-FACT-CNT
                   INDEXED BY FX.
               10 WS-F-ENREG        PIC X(73).
               10 WS-F-SELECTION    PIC X(1).
                   88 WS-F-SELECTIONNEE VALUE "Y".

       01  WS-IBAN                  PIC X(34).
       01  WS-IBAN-VALIDE           PIC X(1).
       01  WS-VENDOR-PAYABLE        PIC X(1).
           88 VENDOR-PAYABLE        VALUE "Y".
       01  WS-MOTIF                 PIC X(30).

       01  WS-VENDOR-TOTAL          PIC 9(9)V99.
       01  WS-VENDOR-FACT-CNT       PIC 9(5).

       01  WS-ECHUES-CNT            PIC 9(5) VALUE ZERO.
       01  WS-PAYEES-CNT            PIC 9(5) VALUE ZERO.
       01  WS-RETENUES-CNT          PIC 9(5) VALUE ZERO.
       01  WS-VIREMENTS-CNT         PIC 9(7) VALUE ZERO.
       01  WS-HASH-TOTAL            PIC 9(13) VALUE ZERO.
       01  WS-MONTANT-CENTIMES      PIC 9(11).
       01  WS-PAYE-TOTAL            PIC 9(11)V99 VALUE ZERO.

       01  WS-MONTANT-EDITE         PIC Z(8)9.99.
       01  WS-TOTAL-EDITE           PIC Z(10)9.99.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-EDITE REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME
                                    PIC X(8).
       01  WS-RUN-ID                PIC X(14).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-SELECTIONNER-DEB
              THRU 2000-SELECTIONNER-FIN
              VARYING WS-F FROM 1 BY 1
              UNTIL WS-F > WS-FACT-CNT.

           PERFORM 3000-PAYER-FOURNISSEUR-DEB
              THRU 3000-PAYER-FOURNISSEUR-FIN
              VARYING WS-V FROM 1 BY 1
              UNTIL WS-V > WS-VENDOR-CNT.

           PERFORM 4000-ECRIRE-TRAILER-DEB
              THRU 4000-ECRIRE-TRAILER-FIN.

           PERFORM 5000-SAUVEGARDER-FACTURES-DEB
              THRU 5000-SAUVEGARDER-FACTURES-FIN.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-RUN-ID.
           STRING WS-RUN-DATE WS-RUN-TIME-X(1:6)
                  DELIMITED BY SIZE INTO WS-RUN-ID.

           PERFORM 1100-CHARGER-PARM-DEB
              THRU 1100-CHARGER-PARM-FIN.
           PERFORM 1200-CHARGER-FOURNISSEURS-DEB
              THRU 1200-CHARGER-FOURNISSEURS-FIN.
           PERFORM 1300-CHARGER-FACTURES-DEB
              THRU 1300-CHARGER-FACTURES-FIN.

           OPEN OUTPUT PAYMENT-FILE.
           IF WS-PAYMENT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE PAYMENT-FILE: "
                       WS-PAYMENT-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT ADVICE-FILE.
           IF WS-ADVICE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE ADVICE-FILE: "
                       WS-ADVICE-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND REGISTER-FILE.
           IF WS-REGISTER-STATUS = "05" OR WS-REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REGISTER-FILE: "
                       WS-REGISTER-STATUS
               STOP RUN
           END-IF.

           MOVE "ApPaymentRun" TO RH-PROGRAM-ID.
           MOVE "AVIS DE PAIEMENT" TO RH-REPORT-TITLE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.

           MOVE SPACES TO PAYMENT-RECORD.
           MOVE "01" TO PH-TYPE.
           MOVE "FOURNISS  " TO PH-FILE-ID.
           MOVE WS-RUN-DATE TO PH-CREATION-DATE.
           MOVE WS-DATE-VALEUR TO PH-DATE-VALEUR.
           WRITE PAYMENT-RECORD.
       1000-INITIALISATION-FIN.
           EXIT.

      * No parameter, or zeros, means a value date of today and the
      * weekly horizon.
       1100-CHARGER-PARM-DEB.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-DATE-VALEUR IS NUMERIC
                           MOVE PRM-DATE-VALEUR TO WS-DATE-VALEUR
                       END-IF
                       IF PRM-HORIZON IS NUMERIC
                               AND PRM-HORIZON > ZERO
                           MOVE PRM-HORIZON TO WS-HORIZON
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

           IF WS-DATE-VALEUR = ZERO
               MOVE WS-RUN-DATE TO WS-DATE-VALEUR
           END-IF.
           MOVE "N" TO WS-DATE-VALIDE.
           CALL "DateValidator" USING WS-DATE-VALEUR WS-DATE-VALIDE.
           IF WS-DATE-VALIDE NOT = "Y"
               DISPLAY "DATE DE VALEUR INVALIDE: " WS-DATE-VALEUR
                       " - RUN ABANDONNE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WS-ENTIER-JOUR =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-VALEUR).
           ADD WS-HORIZON TO WS-ENTIER-JOUR.
           COMPUTE WS-DATE-LIMITE =
                   FUNCTION DATE-OF-INTEGER(WS-ENTIER-JOUR).
           DISPLAY "DATE DE VALEUR " WS-DATE-VALEUR
                   " - ECHEANCES JUSQU'AU " WS-DATE-LIMITE.
       1100-CHARGER-PARM-FIN.
           EXIT.

       1200-CHARGER-FOURNISSEURS-DEB.
           OPEN INPUT VENDOR-FILE.
           IF WS-VENDOR-STATUS = "35"
               MOVE ZERO TO WS-VENDOR-CNT
           ELSE
               IF WS-VENDOR-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE VENDOR-FILE: "
                           WS-VENDOR-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-VENDOR-STATUS = "10"
                   READ VENDOR-FILE
                       AT END
                           MOVE "10" TO WS-VENDOR-STATUS
                       NOT AT END
                           IF WS-VENDOR-CNT < 2000
                               ADD 1 TO WS-VENDOR-CNT
                               SET VX TO WS-VENDOR-CNT
                               MOVE VND-ID TO WS-V-ID(VX)
                               MOVE VND-NOM TO WS-V-NOM(VX)
                               MOVE VND-IBAN TO WS-V-IBAN(VX)
                               MOVE VND-BIC TO WS-V-BIC(VX)
                               MOVE VND-STATUT TO WS-V-STATUT(VX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-FILE
           END-IF.
       1200-CHARGER-FOURNISSEURS-FIN.
           EXIT.

      * The whole register is held and rewritten at the end, paid
      * invoices carrying their new status.
       1300-CHARGER-FACTURES-DEB.
           OPEN INPUT AP-INVOICE-FILE.
           IF WS-INVOICE-STATUS = "35"
               DISPLAY "REGISTRE DES FACTURES ABSENT - RIEN A PAYER"
               MOVE ZERO TO WS-FACT-CNT
           ELSE
               IF WS-INVOICE-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE AP-INVOICE-FILE: "
                           WS-INVOICE-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-INVOICE-STATUS = "10"
                   READ AP-INVOICE-FILE
                       AT END
                           MOVE "10" TO WS-INVOICE-STATUS
                       NOT AT END
                           IF WS-FACT-CNT >= 9999
                               DISPLAY "TABLE DES FACTURES PLEINE - "
                                       "RUN ABANDONNE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-FACT-CNT
                           SET FX TO WS-FACT-CNT
                           MOVE AP-INVOICE-RECORD TO WS-F-ENREG(FX)
                           MOVE "N" TO WS-F-SELECTION(FX)
                   END-READ
               END-PERFORM
               CLOSE AP-INVOICE-FILE
           END-IF.
       1300-CHARGER-FACTURES-FIN.
           EXIT.

       2000-SELECTIONNER-DEB.
           MOVE WS-F-ENREG(WS-F) TO AP-INVOICE-RECORD.
           IF API-OUVERTE AND API-ECHEANCE <= WS-DATE-LIMITE
               ADD 1 TO WS-ECHUES-CNT
               MOVE "Y" TO WS-F-SELECTION(WS-F)
           END-IF.
       2000-SELECTIONNER-FIN.
           EXIT.

      * One vendor at a time: its selected invoices are totalled;
      * a payable vendor gets the transfer, the advice and the
      * register line, the others keep their invoices open.
       3000-PAYER-FOURNISSEUR-DEB.
           MOVE ZERO TO WS-VENDOR-TOTAL.
           MOVE ZERO TO WS-VENDOR-FACT-CNT.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FACT-CNT
               IF WS-F-SELECTIONNEE(WS-F)
                   MOVE WS-F-ENREG(WS-F) TO AP-INVOICE-RECORD
                   IF API-VND-ID = WS-V-ID(WS-V)
                       ADD API-MONTANT TO WS-VENDOR-TOTAL
                       ADD 1 TO WS-VENDOR-FACT-CNT
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-VENDOR-FACT-CNT > ZERO
               PERFORM 3100-CONTROLER-FOURNISSEUR-DEB
                  THRU 3100-CONTROLER-FOURNISSEUR-FIN
               IF VENDOR-PAYABLE
                   PERFORM 3200-EMETTRE-VIREMENT-DEB
                      THRU 3200-EMETTRE-VIREMENT-FIN
               ELSE
                   ADD WS-VENDOR-FACT-CNT TO WS-RETENUES-CNT
                   MOVE WS-VENDOR-TOTAL TO WS-MONTANT-EDITE
                   DISPLAY "NON PAYE " WS-V-ID(WS-V) " "
                           WS-V-NOM(WS-V)(1:20) " "
                           WS-MONTANT-EDITE " - " WS-MOTIF
               END-IF
           END-IF.
       3000-PAYER-FOURNISSEUR-FIN.
           EXIT.

       3100-CONTROLER-FOURNISSEUR-DEB.
           MOVE "Y" TO WS-VENDOR-PAYABLE.
           MOVE SPACES TO WS-MOTIF.
           MOVE SPACES TO WS-IBAN.
           MOVE WS-V-IBAN(WS-V) TO WS-IBAN.
           CALL "IbanCheck" USING WS-IBAN WS-IBAN-VALIDE.
           EVALUATE TRUE
               WHEN WS-V-STATUT(WS-V) = "B"
                   MOVE "N" TO WS-VENDOR-PAYABLE
                   MOVE "FOURNISSEUR BLOQUE" TO WS-MOTIF
               WHEN WS-V-STATUT(WS-V) NOT = "A"
                   MOVE "N" TO WS-VENDOR-PAYABLE
                   MOVE "FOURNISSEUR RETIRE" TO WS-MOTIF
               WHEN WS-IBAN-VALIDE NOT = "Y"
                   MOVE "N" TO WS-VENDOR-PAYABLE
                   MOVE "IBAN INVALIDE" TO WS-MOTIF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3100-CONTROLER-FOURNISSEUR-FIN.
           EXIT.

       3200-EMETTRE-VIREMENT-DEB.
           MOVE SPACES TO PAYMENT-RECORD.
           MOVE "02" TO PD-TYPE.
           MOVE WS-V-IBAN(WS-V) TO PD-IBAN.
           MOVE WS-V-BIC(WS-V) TO PD-BIC.
           MOVE WS-VENDOR-TOTAL TO PD-MONTANT.
           MOVE WS-V-ID(WS-V) TO PD-VND-ID.
           MOVE WS-V-NOM(WS-V) TO PD-NOM.
           WRITE PAYMENT-RECORD.

           ADD 1 TO WS-VIREMENTS-CNT.
           COMPUTE WS-MONTANT-CENTIMES = WS-VENDOR-TOTAL * 100.
           ADD WS-MONTANT-CENTIMES TO WS-HASH-TOTAL.
           ADD WS-VENDOR-TOTAL TO WS-PAYE-TOTAL.

           MOVE SPACES TO SUBLEDGER-REGISTER-RECORD.
           MOVE WS-RUN-ID TO SLR-RUN-ID.
           MOVE "APREGL" TO SLR-SOURCE.
           MOVE WS-DATE-VALEUR TO SLR-DATE.
           MOVE WS-VENDOR-TOTAL TO SLR-MONTANT.
           STRING WS-V-ID(WS-V) " " WS-RUN-ID
                  DELIMITED BY SIZE INTO SLR-REFERENCE.
           WRITE SUBLEDGER-REGISTER-RECORD.

           PERFORM 3300-IMPRIMER-AVIS-DEB
              THRU 3300-IMPRIMER-AVIS-FIN.
       3200-EMETTRE-VIREMENT-FIN.
           EXIT.

      * One advice page per vendor paid, each settled invoice on
      * its own line and the transfer total at the foot.
       3300-IMPRIMER-AVIS-DEB.
           ADD 1 TO RH-PAGE-NUMBER.
           MOVE SPACES TO RH-HEADING-LINE-1.
           STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                  " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                  DELIMITED BY SIZE INTO RH-HEADING-LINE-1.
           MOVE SPACES TO ADVICE-LINE.
           MOVE RH-HEADING-LINE-1 TO ADVICE-LINE.
           WRITE ADVICE-LINE.

           MOVE SPACES TO ADVICE-LINE.
           STRING "BENEFICIAIRE : " WS-V-ID(WS-V) " " WS-V-NOM(WS-V)
                  DELIMITED BY SIZE INTO ADVICE-LINE.
           WRITE ADVICE-LINE.
           MOVE SPACES TO ADVICE-LINE.
           STRING "COMPTE       : " WS-V-IBAN(WS-V) " "
                  WS-V-BIC(WS-V)
                  DELIMITED BY SIZE INTO ADVICE-LINE.
           WRITE ADVICE-LINE.
           MOVE SPACES TO ADVICE-LINE.
           STRING "DATE VALEUR  : " WS-DATE-VALEUR
                  "   REFERENCE: " WS-RUN-ID
                  DELIMITED BY SIZE INTO ADVICE-LINE.
           WRITE ADVICE-LINE.
           MOVE SPACES TO ADVICE-LINE.
           WRITE ADVICE-LINE.
           MOVE SPACES TO ADVICE-LINE.
           STRING "FACTURE      DATE     ECHEANCE       MONTANT"
                  DELIMITED BY SIZE INTO ADVICE-LINE.
           WRITE ADVICE-LINE.

           PERFORM 3310-IMPRIMER-FACTURE-DEB
              THRU 3310-IMPRIMER-FACTURE-FIN
              VARYING WS-F FROM 1 BY 1
              UNTIL WS-F > WS-FACT-CNT.

           MOVE WS-VENDOR-TOTAL TO WS-MONTANT-EDITE.
           MOVE SPACES TO WS-REPORT-TOTAL-LINE.
           STRING "TOTAL VIRE                  " WS-MONTANT-EDITE
                  DELIMITED BY SIZE INTO WS-REPORT-TOTAL-LINE.
           MOVE SPACES TO ADVICE-LINE.
           MOVE WS-REPORT-TOTAL-LINE TO ADVICE-LINE.
           WRITE ADVICE-LINE.
           MOVE SPACES TO ADVICE-LINE.
           WRITE ADVICE-LINE.
       3300-IMPRIMER-AVIS-FIN.
           EXIT.

       3310-IMPRIMER-FACTURE-DEB.
           IF WS-F-SELECTIONNEE(WS-F)
               MOVE WS-F-ENREG(WS-F) TO AP-INVOICE-RECORD
               IF API-VND-ID = WS-V-ID(WS-V)
                   MOVE API-MONTANT TO WS-MONTANT-EDITE
                   MOVE SPACES TO ADVICE-LINE
                   STRING API-NUM-FACTURE " " API-DATE-FACTURE " "
                          API-ECHEANCE " " WS-MONTANT-EDITE
                          DELIMITED BY SIZE INTO ADVICE-LINE
                   WRITE ADVICE-LINE
                   MOVE "P" TO API-STATUT
                   MOVE WS-DATE-VALEUR TO API-DATE-PAIEMENT
                   MOVE WS-RUN-ID TO API-LOT-PAIEMENT
                   MOVE AP-INVOICE-RECORD TO WS-F-ENREG(WS-F)
                   ADD 1 TO WS-PAYEES-CNT
               END-IF
           END-IF.
       3310-IMPRIMER-FACTURE-FIN.
           EXIT.

       4000-ECRIRE-TRAILER-DEB.
           MOVE SPACES TO PAYMENT-RECORD.
           MOVE "09" TO PT-TYPE.
           MOVE WS-VIREMENTS-CNT TO PT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO PT-HASH-TOTAL.
           WRITE PAYMENT-RECORD.
       4000-ECRIRE-TRAILER-FIN.
           EXIT.

       5000-SAUVEGARDER-FACTURES-DEB.
           IF WS-PAYEES-CNT > ZERO
               OPEN OUTPUT AP-INVOICE-FILE
               IF WS-INVOICE-STATUS NOT = "00"
                   DISPLAY "ERREUR REECRITURE AP-INVOICE-FILE: "
                           WS-INVOICE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-F FROM 1 BY 1
                       UNTIL WS-F > WS-FACT-CNT
                   MOVE WS-F-ENREG(WS-F) TO AP-INVOICE-RECORD
                   WRITE AP-INVOICE-RECORD
               END-PERFORM
               CLOSE AP-INVOICE-FILE
           END-IF.
       5000-SAUVEGARDER-FACTURES-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE PAYMENT-FILE.
           CLOSE ADVICE-FILE.
           CLOSE REGISTER-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "REGLEMENT DES FOURNISSEURS TERMINE.".
           DISPLAY "FACTURES ECHUES       : " WS-ECHUES-CNT.
           DISPLAY "FACTURES PAYEES       : " WS-PAYEES-CNT.
           DISPLAY "FACTURES RETENUES     : " WS-RETENUES-CNT.
           DISPLAY "VIREMENTS EMIS        : " WS-VIREMENTS-CNT.
           MOVE WS-PAYE-TOTAL TO WS-TOTAL-EDITE.
           DISPLAY "TOTAL VIRE            : " WS-TOTAL-EDITE.
           DISPLAY "------------------------------------------------".
           IF WS-RETENUES-CNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-TERMINAISON-FIN.
           EXIT.
