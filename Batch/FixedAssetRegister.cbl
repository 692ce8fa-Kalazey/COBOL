       IDENTIFICATION DIVISION.
       PROGRAM-ID. FixedAssetRegister.
       AUTHOR. Mathieu.

      * The fixed-asset register: every asset of
      * Data/FIXED-ASSET-MASTER.txt with its acquisition date and
      * cost, method and life, the depreciation accumulated through
      * the last period the monthly run charged, and the net book
      * value left. Assets in service and fully written off are
      * totalled together - they are what the balance sheet
      * carries; disposed assets are listed after them with their
      * disposal date and price and kept out of the totals. A ride
      * is followed by its maintenance state, read from the files
      * RideInspectionBatch keeps for it - the last certified
      * inspection and the sessions run since - so upkeep and book
      * value sit on the same page. Only the carousel has an
      * inspection register today; another ride code prints as
      * without one. The ride line also carries the maintenance
      * cost of its work orders RideMaintenanceCostBatch has
      * charged to the asset and the month it runs through.
      * Report only: nothing is updated.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-FILE ASSIGN DYNAMIC WS-ASSET-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-STATUS.

           SELECT INSPECTION-FILE ASSIGN DYNAMIC WS-INSPECTION-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INSPECTION-STATUS.

           SELECT COUNTER-FILE ASSIGN DYNAMIC WS-COUNTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COUNTER-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-FILE.
           COPY "FixedAsset.cpy".

       FD  INSPECTION-FILE.
       01  INSPECTION-REGISTER-RECORD.
           05 INS-DATE              PIC 9(8).
           05 INS-SESSIONS          PIC 9(7).
           05 INS-INSPECTEUR        PIC X(8).

       FD  COUNTER-FILE.
       01  SESSION-COUNTER-RECORD.
           05 CTR-SESSIONS          PIC 9(7).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "ReportHeader.cpy".

       01  WS-ASSET-PATH            PIC X(40)
                                 VALUE "Data/FIXED-ASSET-MASTER.txt".
       01  WS-INSPECTION-PATH       PIC X(40)
                                 VALUE "Data/INSPECTION-REGISTER.txt".
       01  WS-COUNTER-PATH          PIC X(40)
                                 VALUE "Data/SESSION-COUNTER.txt".
       01  WS-REPORT-PATH           PIC X(40)
                             VALUE "Data/FIXED-ASSET-REGISTER.txt".
       01  WS-ASSET-STATUS          PIC XX.
       01  WS-INSPECTION-STATUS     PIC XX.
       01  WS-COUNTER-STATUS        PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-RUN-DATE-EDITION REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY           PIC 9(4).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).

      * The ride RideInspectionBatch keeps its register for.
       01  WS-MANEGE-INSPECTE       PIC X(10) VALUE "CARROUSEL".
       01  WS-SESSIONS-CUMUL        PIC 9(7) VALUE ZERO.
       01  WS-DERNIERE-INSPECTION   PIC 9(8) VALUE ZERO.
       01  WS-SESSIONS-INSPECTION   PIC 9(7) VALUE ZERO.
       01  WS-SESSIONS-DEPUIS       PIC 9(7) VALUE ZERO.

       01  WS-ASSET-CNT             PIC 9(4) VALUE ZERO.
       01  WS-I                     PIC 9(4).

       01  WS-ASSET-TABLE.
           05 WS-ASSET-ENTRY OCCURS 1000 TIMES
                   DEPENDING ON WS-ASSET-CNT
                   INDEXED BY AX.
               10 WS-F-RECORD       PIC X(135).

       01  WS-VNC                   PIC 9(9)V99.
       01  WS-EN-SERVICE-CNT        PIC 9(5) VALUE ZERO.
       01  WS-CEDE-CNT              PIC 9(5) VALUE ZERO.
       01  WS-COUT-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-CUMUL-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  WS-VNC-TOTAL             PIC 9(11)V99 VALUE ZERO.

       01  WS-COUT-EDITE            PIC Z(8)9.99.
       01  WS-CUMUL-EDITE           PIC Z(8)9.99.
       01  WS-VNC-EDITE             PIC Z(8)9.99.
       01  WS-PRIX-EDITE            PIC Z(8)9.99.
       01  WS-ENTRETIEN-EDITE       PIC Z(8)9.99.
       01  WS-TOTAL-EDITE           PIC Z(10)9.99.
       01  WS-SECTION               PIC X(1).
           88 SECTION-EN-SERVICE    VALUE "S".
           88 SECTION-CEDEES        VALUE "C".

      * The detail line waiting while a page heading is written.
       01  WS-LIGNE-EN-ATTENTE      PIC X(100).

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           MOVE "S" TO WS-SECTION.
           PERFORM 2000-LISTER-ASSET-DEB
              THRU 2000-LISTER-ASSET-FIN
              VARYING WS-I FROM 1 BY 1
              UNTIL WS-I > WS-ASSET-CNT.

           PERFORM 2500-TOTALISER-DEB
              THRU 2500-TOTALISER-FIN.

           MOVE "C" TO WS-SECTION.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           MOVE "IMMOBILISATIONS CEDEES" TO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           PERFORM 2000-LISTER-ASSET-DEB
              THRU 2000-LISTER-ASSET-FIN
              VARYING WS-I FROM 1 BY 1
              UNTIL WS-I > WS-ASSET-CNT.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT ASSET-FILE.
           IF WS-ASSET-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE ASSET-FILE: "
                       WS-ASSET-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-ASSET-STATUS = "10"
               READ ASSET-FILE
                   AT END
                       MOVE "10" TO WS-ASSET-STATUS
                   NOT AT END
                       IF WS-ASSET-CNT < 1000
                           ADD 1 TO WS-ASSET-CNT
                           SET AX TO WS-ASSET-CNT
                           MOVE FIXED-ASSET-RECORD TO WS-F-RECORD(AX)
                       ELSE
                           DISPLAY "TABLE DES IMMOBILISATIONS PLEINE"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ASSET-FILE.

           PERFORM 1100-LIRE-INSPECTIONS-DEB
              THRU 1100-LIRE-INSPECTIONS-FIN.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               STOP RUN
           END-IF.

           MOVE "FixedAssetRegister" TO RH-PROGRAM-ID.
           MOVE "REGISTRE DES IMMOS" TO RH-REPORT-TITLE.
           STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           PERFORM 8000-ECRIRE-ENTETE-DEB
              THRU 8000-ECRIRE-ENTETE-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

      * The same reading RideInspectionBatch makes: the latest
      * certified inspection and the session counter standing then,
      * against the counter standing now.
       1100-LIRE-INSPECTIONS-DEB.
           OPEN INPUT COUNTER-FILE.
           IF WS-COUNTER-STATUS = "00"
               READ COUNTER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTR-SESSIONS IS NUMERIC
                           MOVE CTR-SESSIONS TO WS-SESSIONS-CUMUL
                       END-IF
               END-READ
               CLOSE COUNTER-FILE
           END-IF.

           OPEN INPUT INSPECTION-FILE.
           IF WS-INSPECTION-STATUS = "00"
               PERFORM UNTIL WS-INSPECTION-STATUS = "10"
                   READ INSPECTION-FILE
                       AT END
                           MOVE "10" TO WS-INSPECTION-STATUS
                       NOT AT END
                           IF INS-DATE > WS-DERNIERE-INSPECTION
                               MOVE INS-DATE
                                   TO WS-DERNIERE-INSPECTION
                               MOVE INS-SESSIONS
                                   TO WS-SESSIONS-INSPECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSPECTION-FILE
           END-IF.
           IF WS-SESSIONS-CUMUL > WS-SESSIONS-INSPECTION
               COMPUTE WS-SESSIONS-DEPUIS =
                       WS-SESSIONS-CUMUL - WS-SESSIONS-INSPECTION
           END-IF.
       1100-LIRE-INSPECTIONS-FIN.
           EXIT.

      * One pass lists the assets the balance sheet carries, the
      * other the disposed ones.
       2000-LISTER-ASSET-DEB.
           MOVE WS-F-RECORD(WS-I) TO FIXED-ASSET-RECORD.
           IF (SECTION-EN-SERVICE AND NOT FA-CEDE)
                   OR (SECTION-CEDEES AND FA-CEDE)
               MOVE FA-COUT TO WS-COUT-EDITE
               MOVE FA-AMORT-CUMULE TO WS-CUMUL-EDITE
               MOVE SPACES TO REPORT-LINE
               IF FA-CEDE
                   ADD 1 TO WS-CEDE-CNT
                   MOVE FA-PRIX-CESSION TO WS-PRIX-EDITE
                   STRING FA-ID " " FA-LIBELLE(1:24) " "
                          FA-DATE-ACQUISITION " " WS-COUT-EDITE
                          " " WS-CUMUL-EDITE " CEDEE "
                          FA-DATE-CESSION " PRIX " WS-PRIX-EDITE
                          DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   ADD 1 TO WS-EN-SERVICE-CNT
                   COMPUTE WS-VNC = FA-COUT - FA-AMORT-CUMULE
                   ADD FA-COUT TO WS-COUT-TOTAL
                   ADD FA-AMORT-CUMULE TO WS-CUMUL-TOTAL
                   ADD WS-VNC TO WS-VNC-TOTAL
                   MOVE WS-VNC TO WS-VNC-EDITE
                   STRING FA-ID " " FA-LIBELLE(1:24) " "
                          FA-DATE-ACQUISITION " " FA-METHODE " "
                          FA-DUREE-MOIS " " WS-COUT-EDITE " "
                          WS-CUMUL-EDITE " " WS-VNC-EDITE " "
                          FA-DERNIERE-PERIODE " " FA-STATUT
                          DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               PERFORM 8100-ECRIRE-LIGNE-DEB
                  THRU 8100-ECRIRE-LIGNE-FIN
               IF FA-MANEGE NOT = SPACES AND NOT FA-CEDE
                   PERFORM 2100-LISTER-MANEGE-DEB
                      THRU 2100-LISTER-MANEGE-FIN
               END-IF
           END-IF.
       2000-LISTER-ASSET-FIN.
           EXIT.

       2100-LISTER-MANEGE-DEB.
           MOVE SPACES TO REPORT-LINE.
           IF FA-MANEGE = WS-MANEGE-INSPECTE
               IF WS-DERNIERE-INSPECTION = ZERO
                   STRING "       MANEGE " FA-MANEGE
                          " AUCUNE INSPECTION CERTIFIEE - SESSIONS "
                          WS-SESSIONS-DEPUIS
                          DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "       MANEGE " FA-MANEGE
                          " DERNIERE INSPECTION " WS-DERNIERE-INSPECTION
                          " - SESSIONS DEPUIS " WS-SESSIONS-DEPUIS
                          DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           ELSE
               STRING "       MANEGE " FA-MANEGE
                      " SANS REGISTRE D'INSPECTION"
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           MOVE FA-ENTRETIEN-CUMULE TO WS-ENTRETIEN-EDITE.
           MOVE SPACES TO REPORT-LINE.
           IF FA-ENTRETIEN-PERIODE = ZERO
               STRING "       MANEGE " FA-MANEGE
                      " AUCUN COUT D'ENTRETIEN IMPUTE"
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "       MANEGE " FA-MANEGE
                      " COUT D'ENTRETIEN CUMULE " WS-ENTRETIEN-EDITE
                      " JUSQU'A " FA-ENTRETIEN-PERIODE
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
       2100-LISTER-MANEGE-FIN.
           EXIT.

       2500-TOTALISER-DEB.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           MOVE WS-COUT-TOTAL TO WS-TOTAL-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL COUTS D'ACQUISITION     " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           MOVE WS-CUMUL-TOTAL TO WS-TOTAL-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL AMORTISSEMENTS CUMULES  " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
           MOVE WS-VNC-TOTAL TO WS-TOTAL-EDITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOTAL VALEUR NETTE COMPTABLE  " WS-TOTAL-EDITE
                  DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM 8100-ECRIRE-LIGNE-DEB
              THRU 8100-ECRIRE-LIGNE-FIN.
       2500-TOTALISER-FIN.
           EXIT.

       8000-ECRIRE-ENTETE-DEB.
           ADD 1 TO RH-PAGE-NUMBER.
           MOVE SPACES TO RH-HEADING-LINE-1.
           STRING RH-PROGRAM-ID " " RH-REPORT-TITLE
                  " DATE:" RH-RUN-DATE " PAGE:" RH-PAGE-NUMBER
                  DELIMITED BY SIZE INTO RH-HEADING-LINE-1.
           MOVE SPACES TO REPORT-LINE.
           MOVE RH-HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "IMMO   LIBELLE                  ACQUIS.  M DUR"
                  "         COUT AMORT. CUMULE          VNC"
                  " DOTE AU S"
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 2 TO RH-LINE-COUNT.
       8000-ECRIRE-ENTETE-FIN.
           EXIT.

       8100-ECRIRE-LIGNE-DEB.
           IF RH-LINE-COUNT >= RH-LINES-PER-PAGE
               MOVE REPORT-LINE TO WS-LIGNE-EN-ATTENTE
               PERFORM 8000-ECRIRE-ENTETE-DEB
                  THRU 8000-ECRIRE-ENTETE-FIN
               MOVE WS-LIGNE-EN-ATTENTE TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
       8100-ECRIRE-LIGNE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "REGISTRE DES IMMOBILISATIONS EDITE.".
           DISPLAY "EN SERVICE OU AMORTIES: " WS-EN-SERVICE-CNT.
           DISPLAY "CEDEES                : " WS-CEDE-CNT.
           MOVE WS-VNC-TOTAL TO WS-TOTAL-EDITE.
           DISPLAY "VALEUR NETTE COMPTABLE: " WS-TOTAL-EDITE.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
