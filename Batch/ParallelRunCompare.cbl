       IDENTIFICATION DIVISION.
       PROGRAM-ID. ParallelRunCompare.
       AUTHOR. Mathieu.

      * Parallel-run comparison of two versions of one of our fixed
      * format files - the old program's output against the new
      * one's - instead of eyeballing them side by side. Each card
      * of the parameter file names the old file, the new file, the
      * layout description to compare them with and the number of
      * heading lines to pass over at the top of each (a report
      * file). The layout, in the EDI-EXPORT-LAYOUT style, gives one
      * line per field: start column, length, role (K key, C field
      * compared, I field ignored - a timestamp, a run date, a page
      * number) and a name for the report. Bytes the layout does not
      * describe at all are compared too, as one NON DECRIT field, so
      * a partial layout never hides a difference. Both files are
      * sorted on the key fields and matched by key in one balanced
      * line pass: the report lists the records found only in the
      * old file, only in the new file, and every field that differs
      * on a matched record with both values, then the counts per
      * field. Condition code 0 when the two versions agree, 8 when
      * anything differs - the code a JobControlDriver only-if rule
      * tests - and 16 when a card cannot be compared at all.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN DYNAMIC WS-PARM-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LAYOUT-FILE ASSIGN DYNAMIC WS-LAYOUT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.

           SELECT COMPARED-FILE ASSIGN DYNAMIC WS-COMPARED-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COMPARED-STATUS.

           SELECT OLD-SORTED-FILE ASSIGN DYNAMIC WS-OLD-SORTED-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-SORTED-STATUS.

           SELECT NEW-SORTED-FILE ASSIGN DYNAMIC WS-NEW-SORTED-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-SORTED-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "Data/SORTWORK.tmp".

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  COMPARE-PARM-RECORD.
           05 PCP-OLD-PATH          PIC X(40).
           05 PCP-NEW-PATH          PIC X(40).
           05 PCP-LAYOUT-PATH       PIC X(40).
           05 PCP-ENTETES           PIC 9(2).

       FD  LAYOUT-FILE.
       01  COMPARE-LAYOUT-RULE.
           05 CL-START              PIC 9(3).
           05 CL-LEN                PIC 9(2).
           05 CL-ROLE               PIC X(1).
               88 CL-CLE            VALUE "K".
               88 CL-COMPARE        VALUE "C".
               88 CL-IGNORE         VALUE "I".
           05 CL-NOM                PIC X(20).

       FD  COMPARED-FILE.
       01  COMPARED-RECORD          PIC X(200).

      * Sorted images carry the assembled key in front of the record.
       FD  OLD-SORTED-FILE.
       01  OLD-SORTED-RECORD.
           05 OSR-CLE               PIC X(60).
           05 OSR-IMAGE             PIC X(200).

       FD  NEW-SORTED-FILE.
       01  NEW-SORTED-RECORD.
           05 NSR-CLE               PIC X(60).
           05 NSR-IMAGE             PIC X(200).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SRT-CLE               PIC X(60).
           05 SRT-IMAGE             PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-PATH             PIC X(40)
                             VALUE "Data/PARALLEL-COMPARE-PARM.txt".
       01  WS-PARM-STATUS           PIC XX.
       01  WS-LAYOUT-PATH           PIC X(40).
       01  WS-LAYOUT-STATUS         PIC XX.
       01  WS-COMPARED-PATH         PIC X(40).
       01  WS-COMPARED-STATUS       PIC XX.
       01  WS-OLD-SORTED-PATH       PIC X(40)
                                 VALUE "Data/COMPARE-OLD-SORTED.tmp".
       01  WS-OLD-SORTED-STATUS     PIC XX.
       01  WS-NEW-SORTED-PATH       PIC X(40)
                                 VALUE "Data/COMPARE-NEW-SORTED.tmp".
       01  WS-NEW-SORTED-STATUS     PIC XX.
       01  WS-REPORT-PATH           PIC X(40)
                             VALUE "Data/PARALLEL-COMPARE-REPORT.txt".
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-PARM-EOF              PIC X VALUE "N".
           88 FIN-PARM              VALUE "Y".
       01  WS-CARTE-OK              PIC X.
           88 CARTE-OK              VALUE "Y".
       01  WS-FICHIER-TROUVE        PIC X.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-CARTE-CNT             PIC 9(3) VALUE ZERO.
       01  WS-CARTE-RC              PIC 9(2).
       01  WS-WORST-RC              PIC 9(2) VALUE ZERO.

      * The layout of the current card; the last entry stands for
      * the bytes no field describes.
       01  WS-CHAMP-CNT             PIC 9(2) VALUE ZERO.
       01  WS-NON-DECRIT            PIC 9(2).
       01  WS-L                     PIC 9(2).
       01  WS-CHAMP-TABLE.
           05 WS-CHAMP-ENTRY OCCURS 31 TIMES
                   DEPENDING ON WS-CHAMP-CNT
                   INDEXED BY LX.
               10 WS-L-START        PIC 9(3).
               10 WS-L-LEN          PIC 9(2).
               10 WS-L-ROLE         PIC X(1).
               10 WS-L-NOM          PIC X(20).
               10 WS-L-ECARTS       PIC 9(7).
       01  WS-LONGUEUR-CLE          PIC 9(3).
       01  WS-COUVERT               PIC X(200).
       01  WS-P                     PIC 9(3).

       01  WS-ENTETES               PIC 9(2).
       01  WS-LIGNE-LUE             PIC 9(7).
       01  WS-LUS-CNT               PIC 9(7).
       01  WS-CLE                   PIC X(60).
       01  WS-CLE-PTR               PIC 9(3).
       01  WS-IMAGE                 PIC X(200).

       01  WS-CLE-ANCIEN            PIC X(60).
       01  WS-CLE-NOUVEAU           PIC X(60).
       01  WS-RESTE-ANCIEN          PIC X(200).
       01  WS-RESTE-NOUVEAU         PIC X(200).
       01  WS-VALEUR-ANCIEN         PIC X(99).
       01  WS-VALEUR-NOUVEAU        PIC X(99).
       01  WS-ECART-VU              PIC X.

       01  WS-ANCIEN-CNT            PIC 9(7).
       01  WS-NOUVEAU-CNT           PIC 9(7).
       01  WS-APPARIE-CNT           PIC 9(7).
       01  WS-IDENTIQUE-CNT         PIC 9(7).
       01  WS-DIFFERENT-CNT         PIC 9(7).
       01  WS-ANCIEN-SEUL-CNT       PIC 9(7).
       01  WS-NOUVEAU-SEUL-CNT      PIC 9(7).

       COPY "ReportHeader.cpy".

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
              THRU 1000-INITIALISATION-FIN.

           PERFORM 2000-COMPARER-CARTE-DEB
              THRU 2000-COMPARER-CARTE-FIN
              UNTIL FIN-PARM.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

           MOVE WS-WORST-RC TO RETURN-CODE.
           STOP RUN.
       0000-MAIN-FIN.
           EXIT.

       1000-INITIALISATION-DEB.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE PARM-FILE: " WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE REPORT-FILE: "
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "ParallelRunCompare" TO RH-PROGRAM-ID.
           MOVE "COMPARAISON PARALL." TO RH-REPORT-TITLE.
           MOVE SPACES TO RH-RUN-DATE.
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  DELIMITED BY SIZE INTO RH-RUN-DATE.
           MOVE ZERO TO RH-PAGE-NUMBER.
           MOVE 40 TO RH-LINES-PER-PAGE.
           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.

           PERFORM 1100-LIRE-CARTE-DEB
              THRU 1100-LIRE-CARTE-FIN.
       1000-INITIALISATION-FIN.
           EXIT.

      * Blank cards are passed over.
       1100-LIRE-CARTE-DEB.
           MOVE SPACES TO COMPARE-PARM-RECORD.
           PERFORM UNTIL FIN-PARM OR COMPARE-PARM-RECORD NOT = SPACES
               READ PARM-FILE
                   AT END
                       SET FIN-PARM TO TRUE
               END-READ
           END-PERFORM.
       1100-LIRE-CARTE-FIN.
           EXIT.

      * One card: its layout, both files sorted on the key, the
      * matching pass and the card's summary.
       2000-COMPARER-CARTE-DEB.
           ADD 1 TO WS-CARTE-CNT.
           MOVE ZERO TO WS-CARTE-RC.
           MOVE ZERO TO WS-ANCIEN-CNT.
           MOVE ZERO TO WS-NOUVEAU-CNT.
           MOVE ZERO TO WS-APPARIE-CNT.
           MOVE ZERO TO WS-IDENTIQUE-CNT.
           MOVE ZERO TO WS-DIFFERENT-CNT.
           MOVE ZERO TO WS-ANCIEN-SEUL-CNT.
           MOVE ZERO TO WS-NOUVEAU-SEUL-CNT.

           MOVE RH-LINES-PER-PAGE TO RH-LINE-COUNT.
           PERFORM 2900-IMPRIMER-ENTETE-DEB
              THRU 2900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "ANCIEN : " PCP-OLD-PATH
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "NOUVEAU: " PCP-NEW-PATH
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LAYOUT : " PCP-LAYOUT-PATH
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO RH-LINE-COUNT.

           PERFORM 2100-CHARGER-LAYOUT-DEB
              THRU 2100-CHARGER-LAYOUT-FIN.

           IF CARTE-OK
               PERFORM 2200-TRIER-FICHIERS-DEB
                  THRU 2200-TRIER-FICHIERS-FIN
           END-IF.

           IF CARTE-OK
               OPEN INPUT OLD-SORTED-FILE
               OPEN INPUT NEW-SORTED-FILE
               PERFORM 2310-LIRE-ANCIEN-DEB
                  THRU 2310-LIRE-ANCIEN-FIN
               PERFORM 2320-LIRE-NOUVEAU-DEB
                  THRU 2320-LIRE-NOUVEAU-FIN
               PERFORM 2400-APPARIER-DEB
                  THRU 2400-APPARIER-FIN
                  UNTIL WS-CLE-ANCIEN = HIGH-VALUES
                    AND WS-CLE-NOUVEAU = HIGH-VALUES
               CLOSE OLD-SORTED-FILE
               CLOSE NEW-SORTED-FILE
               PERFORM 2700-RESUMER-CARTE-DEB
                  THRU 2700-RESUMER-CARTE-FIN
           END-IF.

           IF WS-CARTE-RC > WS-WORST-RC
               MOVE WS-CARTE-RC TO WS-WORST-RC
           END-IF.

           PERFORM 1100-LIRE-CARTE-DEB
              THRU 1100-LIRE-CARTE-FIN.
       2000-COMPARER-CARTE-FIN.
           EXIT.

      * A layout needs at least one key field, fields inside the
      * 200-byte record and a key of 60 bytes at most. The table
      * entry after the last field is the NON DECRIT one, over the
      * bytes flagged blank in WS-COUVERT.
       2100-CHARGER-LAYOUT-DEB.
           MOVE "Y" TO WS-CARTE-OK.
           MOVE ZERO TO WS-CHAMP-CNT.
           MOVE ZERO TO WS-LONGUEUR-CLE.
           MOVE SPACES TO WS-COUVERT.
           MOVE PCP-LAYOUT-PATH TO WS-LAYOUT-PATH.

           OPEN INPUT LAYOUT-FILE.
           IF WS-LAYOUT-STATUS NOT = "00"
               MOVE "LAYOUT INTROUVABLE" TO WS-VALEUR-ANCIEN
               PERFORM 2190-REFUSER-CARTE-DEB
                  THRU 2190-REFUSER-CARTE-FIN
           ELSE
               PERFORM UNTIL WS-LAYOUT-STATUS = "10"
                       OR NOT CARTE-OK
                   READ LAYOUT-FILE
                       AT END
                           MOVE "10" TO WS-LAYOUT-STATUS
                       NOT AT END
                           IF COMPARE-LAYOUT-RULE NOT = SPACES
                               PERFORM 2110-NOTER-CHAMP-DEB
                                  THRU 2110-NOTER-CHAMP-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAYOUT-FILE
           END-IF.

           IF CARTE-OK AND WS-LONGUEUR-CLE = ZERO
               MOVE "LAYOUT SANS CHAMP CLE" TO WS-VALEUR-ANCIEN
               PERFORM 2190-REFUSER-CARTE-DEB
                  THRU 2190-REFUSER-CARTE-FIN
           END-IF.

           IF CARTE-OK
               ADD 1 TO WS-CHAMP-CNT
               MOVE WS-CHAMP-CNT TO WS-NON-DECRIT
               MOVE 1 TO WS-L-START(WS-NON-DECRIT)
               MOVE ZERO TO WS-L-LEN(WS-NON-DECRIT)
               MOVE "C" TO WS-L-ROLE(WS-NON-DECRIT)
               MOVE "NON DECRIT" TO WS-L-NOM(WS-NON-DECRIT)
               MOVE ZERO TO WS-L-ECARTS(WS-NON-DECRIT)
           END-IF.
       2100-CHARGER-LAYOUT-FIN.
           EXIT.

       2110-NOTER-CHAMP-DEB.
           EVALUATE TRUE
               WHEN CL-START IS NOT NUMERIC OR CL-LEN IS NOT NUMERIC
                       OR CL-START = ZERO OR CL-LEN = ZERO
                       OR CL-START + CL-LEN - 1 > 200
                   MOVE SPACES TO WS-VALEUR-ANCIEN
                   STRING "CHAMP HORS ENREGISTREMENT: " CL-NOM
                          DELIMITED BY SIZE INTO WS-VALEUR-ANCIEN
                   PERFORM 2190-REFUSER-CARTE-DEB
                      THRU 2190-REFUSER-CARTE-FIN
               WHEN NOT CL-CLE AND NOT CL-COMPARE AND NOT CL-IGNORE
                   MOVE SPACES TO WS-VALEUR-ANCIEN
                   STRING "ROLE INCONNU POUR " CL-NOM
                          DELIMITED BY SIZE INTO WS-VALEUR-ANCIEN
                   PERFORM 2190-REFUSER-CARTE-DEB
                      THRU 2190-REFUSER-CARTE-FIN
               WHEN WS-CHAMP-CNT >= 30
                   MOVE "PLUS DE 30 CHAMPS AU LAYOUT"
                       TO WS-VALEUR-ANCIEN
                   PERFORM 2190-REFUSER-CARTE-DEB
                      THRU 2190-REFUSER-CARTE-FIN
               WHEN CL-CLE AND WS-LONGUEUR-CLE + CL-LEN > 60
                   MOVE "CLE DE PLUS DE 60 OCTETS" TO WS-VALEUR-ANCIEN
                   PERFORM 2190-REFUSER-CARTE-DEB
                      THRU 2190-REFUSER-CARTE-FIN
               WHEN OTHER
                   ADD 1 TO WS-CHAMP-CNT
                   SET LX TO WS-CHAMP-CNT
                   MOVE CL-START TO WS-L-START(LX)
                   MOVE CL-LEN TO WS-L-LEN(LX)
                   MOVE CL-ROLE TO WS-L-ROLE(LX)
                   MOVE CL-NOM TO WS-L-NOM(LX)
                   MOVE ZERO TO WS-L-ECARTS(LX)
                   MOVE ALL "Y" TO WS-COUVERT(CL-START:CL-LEN)
                   IF CL-CLE
                       ADD CL-LEN TO WS-LONGUEUR-CLE
                   END-IF
           END-EVALUATE.
       2110-NOTER-CHAMP-FIN.
           EXIT.

      * The reason travels in WS-VALEUR-ANCIEN.
       2190-REFUSER-CARTE-DEB.
           MOVE "N" TO WS-CARTE-OK.
           MOVE 16 TO WS-CARTE-RC.
           MOVE SPACES TO REPORT-LINE.
           STRING "*** CARTE NON COMPAREE - " WS-VALEUR-ANCIEN(1:50)
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.
           DISPLAY "CARTE " WS-CARTE-CNT " NON COMPAREE - "
                   WS-VALEUR-ANCIEN(1:50).
       2190-REFUSER-CARTE-FIN.
           EXIT.

      * Both versions sorted on the assembled key; equal keys keep
      * their order in the file so duplicates pair off in sequence.
       2200-TRIER-FICHIERS-DEB.
           MOVE PCP-ENTETES TO WS-ENTETES.
           IF PCP-ENTETES IS NOT NUMERIC
               MOVE ZERO TO WS-ENTETES
           END-IF.

           MOVE PCP-OLD-PATH TO WS-COMPARED-PATH.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CLE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2210-ALIMENTER-TRI-DEB
                                THRU 2210-ALIMENTER-TRI-FIN
               GIVING OLD-SORTED-FILE.
           MOVE WS-LUS-CNT TO WS-ANCIEN-CNT.
           IF WS-FICHIER-TROUVE = "N"
               MOVE SPACES TO WS-VALEUR-ANCIEN
               STRING "FICHIER ANCIEN ABSENT " PCP-OLD-PATH
                      DELIMITED BY SIZE INTO WS-VALEUR-ANCIEN
               PERFORM 2190-REFUSER-CARTE-DEB
                  THRU 2190-REFUSER-CARTE-FIN
           END-IF.

           IF CARTE-OK
               MOVE PCP-NEW-PATH TO WS-COMPARED-PATH
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-CLE
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 2210-ALIMENTER-TRI-DEB
                                    THRU 2210-ALIMENTER-TRI-FIN
                   GIVING NEW-SORTED-FILE
               MOVE WS-LUS-CNT TO WS-NOUVEAU-CNT
               IF WS-FICHIER-TROUVE = "N"
                   MOVE SPACES TO WS-VALEUR-ANCIEN
                   STRING "FICHIER NOUVEAU ABSENT " PCP-NEW-PATH
                          DELIMITED BY SIZE INTO WS-VALEUR-ANCIEN
                   PERFORM 2190-REFUSER-CARTE-DEB
                      THRU 2190-REFUSER-CARTE-FIN
               END-IF
           END-IF.
       2200-TRIER-FICHIERS-FIN.
           EXIT.

       2210-ALIMENTER-TRI-DEB.
           MOVE ZERO TO WS-LIGNE-LUE.
           MOVE ZERO TO WS-LUS-CNT.
           MOVE "Y" TO WS-FICHIER-TROUVE.
           OPEN INPUT COMPARED-FILE.
           IF WS-COMPARED-STATUS NOT = "00"
               MOVE "N" TO WS-FICHIER-TROUVE
           ELSE
               PERFORM UNTIL WS-COMPARED-STATUS = "10"
                   READ COMPARED-FILE
                       AT END
                           MOVE "10" TO WS-COMPARED-STATUS
                       NOT AT END
                           ADD 1 TO WS-LIGNE-LUE
                           IF WS-LIGNE-LUE > WS-ENTETES
                               ADD 1 TO WS-LUS-CNT
                               MOVE COMPARED-RECORD TO WS-IMAGE
                               PERFORM 2220-CONSTRUIRE-CLE-DEB
                                  THRU 2220-CONSTRUIRE-CLE-FIN
                               MOVE WS-CLE TO SRT-CLE
                               MOVE WS-IMAGE TO SRT-IMAGE
                               RELEASE SORT-WORK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPARED-FILE
           END-IF.
       2210-ALIMENTER-TRI-FIN.
           EXIT.

       2220-CONSTRUIRE-CLE-DEB.
           MOVE SPACES TO WS-CLE.
           MOVE 1 TO WS-CLE-PTR.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-CHAMP-CNT
               IF WS-L-ROLE(WS-L) = "K" AND WS-L-LEN(WS-L) > ZERO
                   MOVE WS-IMAGE(WS-L-START(WS-L):WS-L-LEN(WS-L))
                       TO WS-CLE(WS-CLE-PTR:WS-L-LEN(WS-L))
                   ADD WS-L-LEN(WS-L) TO WS-CLE-PTR
               END-IF
           END-PERFORM.
       2220-CONSTRUIRE-CLE-FIN.
           EXIT.

       2310-LIRE-ANCIEN-DEB.
           READ OLD-SORTED-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-CLE-ANCIEN
               NOT AT END
                   MOVE OSR-CLE TO WS-CLE-ANCIEN
           END-READ.
       2310-LIRE-ANCIEN-FIN.
           EXIT.

       2320-LIRE-NOUVEAU-DEB.
           READ NEW-SORTED-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-CLE-NOUVEAU
               NOT AT END
                   MOVE NSR-CLE TO WS-CLE-NOUVEAU
           END-READ.
       2320-LIRE-NOUVEAU-FIN.
           EXIT.

      * One pass of the balanced line: the lower key is a record
      * the other version lacks; equal keys are compared field by
      * field.
       2400-APPARIER-DEB.
           EVALUATE TRUE
               WHEN WS-CLE-ANCIEN < WS-CLE-NOUVEAU
                   ADD 1 TO WS-ANCIEN-SEUL-CNT
                   MOVE 8 TO WS-CARTE-RC
                   PERFORM 2900-IMPRIMER-ENTETE-DEB
                      THRU 2900-IMPRIMER-ENTETE-FIN
                   MOVE SPACES TO REPORT-LINE
                   STRING "ANCIEN SEUL  : " WS-CLE-ANCIEN
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO RH-LINE-COUNT
                   PERFORM 2310-LIRE-ANCIEN-DEB
                      THRU 2310-LIRE-ANCIEN-FIN
               WHEN WS-CLE-ANCIEN > WS-CLE-NOUVEAU
                   ADD 1 TO WS-NOUVEAU-SEUL-CNT
                   MOVE 8 TO WS-CARTE-RC
                   PERFORM 2900-IMPRIMER-ENTETE-DEB
                      THRU 2900-IMPRIMER-ENTETE-FIN
                   MOVE SPACES TO REPORT-LINE
                   STRING "NOUVEAU SEUL : " WS-CLE-NOUVEAU
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO RH-LINE-COUNT
                   PERFORM 2320-LIRE-NOUVEAU-DEB
                      THRU 2320-LIRE-NOUVEAU-FIN
               WHEN OTHER
                   ADD 1 TO WS-APPARIE-CNT
                   PERFORM 2500-COMPARER-CHAMPS-DEB
                      THRU 2500-COMPARER-CHAMPS-FIN
                   PERFORM 2310-LIRE-ANCIEN-DEB
                      THRU 2310-LIRE-ANCIEN-FIN
                   PERFORM 2320-LIRE-NOUVEAU-DEB
                      THRU 2320-LIRE-NOUVEAU-FIN
           END-EVALUATE.
       2400-APPARIER-FIN.
           EXIT.

       2500-COMPARER-CHAMPS-DEB.
           MOVE "N" TO WS-ECART-VU.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L >= WS-NON-DECRIT
               IF WS-L-ROLE(WS-L) = "C"
                   IF OSR-IMAGE(WS-L-START(WS-L):WS-L-LEN(WS-L))
                       NOT = NSR-IMAGE(WS-L-START(WS-L):
                                       WS-L-LEN(WS-L))
                       MOVE SPACES TO WS-VALEUR-ANCIEN
                       MOVE SPACES TO WS-VALEUR-NOUVEAU
                       MOVE OSR-IMAGE(WS-L-START(WS-L):
                                      WS-L-LEN(WS-L))
                           TO WS-VALEUR-ANCIEN
                       MOVE NSR-IMAGE(WS-L-START(WS-L):
                                      WS-L-LEN(WS-L))
                           TO WS-VALEUR-NOUVEAU
                       PERFORM 2600-EDITER-ECART-DEB
                          THRU 2600-EDITER-ECART-FIN
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 2510-COMPARER-RESTE-DEB
              THRU 2510-COMPARER-RESTE-FIN.

           IF WS-ECART-VU = "Y"
               ADD 1 TO WS-DIFFERENT-CNT
               MOVE 8 TO WS-CARTE-RC
           ELSE
               ADD 1 TO WS-IDENTIQUE-CNT
           END-IF.
       2500-COMPARER-CHAMPS-FIN.
           EXIT.

      * The undescribed bytes, compared with every described field
      * blanked out; shown from the first column that differs.
       2510-COMPARER-RESTE-DEB.
           MOVE OSR-IMAGE TO WS-RESTE-ANCIEN.
           MOVE NSR-IMAGE TO WS-RESTE-NOUVEAU.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L >= WS-NON-DECRIT
               MOVE SPACES
                   TO WS-RESTE-ANCIEN(WS-L-START(WS-L):WS-L-LEN(WS-L))
               MOVE SPACES
                   TO WS-RESTE-NOUVEAU(WS-L-START(WS-L):
                                       WS-L-LEN(WS-L))
           END-PERFORM.

           IF WS-RESTE-ANCIEN NOT = WS-RESTE-NOUVEAU
               MOVE 1 TO WS-P
               PERFORM UNTIL WS-RESTE-ANCIEN(WS-P:1)
                       NOT = WS-RESTE-NOUVEAU(WS-P:1)
                   ADD 1 TO WS-P
               END-PERFORM
               MOVE WS-NON-DECRIT TO WS-L
               MOVE WS-P TO WS-L-START(WS-L)
               MOVE WS-RESTE-ANCIEN(WS-P:) TO WS-VALEUR-ANCIEN
               MOVE WS-RESTE-NOUVEAU(WS-P:) TO WS-VALEUR-NOUVEAU
               PERFORM 2600-EDITER-ECART-DEB
                  THRU 2600-EDITER-ECART-FIN
           END-IF.
       2510-COMPARER-RESTE-FIN.
           EXIT.

       2600-EDITER-ECART-DEB.
           MOVE "Y" TO WS-ECART-VU.
           ADD 1 TO WS-L-ECARTS(WS-L).
           PERFORM 2900-IMPRIMER-ENTETE-DEB
              THRU 2900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           STRING "ECART " WS-CLE-ANCIEN(1:40) " "
                  WS-L-NOM(WS-L) " COL " WS-L-START(WS-L)
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "      ANCIEN : " WS-VALEUR-ANCIEN(1:60)
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "      NOUVEAU: " WS-VALEUR-NOUVEAU(1:60)
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO RH-LINE-COUNT.
       2600-EDITER-ECART-FIN.
           EXIT.

      * Record counts of the card, then the differences per field
      * compared (every compared field listed, zero included).
       2700-RESUMER-CARTE-DEB.
           PERFORM 2900-IMPRIMER-ENTETE-DEB
              THRU 2900-IMPRIMER-ENTETE-FIN.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LUS ANCIEN " WS-ANCIEN-CNT
                  "  LUS NOUVEAU " WS-NOUVEAU-CNT
                  "  APPARIES " WS-APPARIE-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "IDENTIQUES " WS-IDENTIQUE-CNT
                  " DIFFERENTS " WS-DIFFERENT-CNT
                  " ANCIEN SEUL " WS-ANCIEN-SEUL-CNT
                  " NOUVEAU SEUL " WS-NOUVEAU-SEUL-CNT
                  DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 3 TO RH-LINE-COUNT.

           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-CHAMP-CNT
               IF WS-L-ROLE(WS-L) = "C"
                   PERFORM 2900-IMPRIMER-ENTETE-DEB
                      THRU 2900-IMPRIMER-ENTETE-FIN
                   MOVE SPACES TO REPORT-LINE
                   STRING "  CHAMP " WS-L-NOM(WS-L) " : "
                          WS-L-ECARTS(WS-L) " ECARTS"
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO RH-LINE-COUNT
               END-IF
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           IF WS-CARTE-RC = ZERO
               MOVE "*** VERSIONS IDENTIQUES ***" TO REPORT-LINE
           ELSE
               MOVE "*** VERSIONS DIFFERENTES ***" TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO RH-LINE-COUNT.

           DISPLAY "CARTE " WS-CARTE-CNT " : " WS-APPARIE-CNT
                   " APPARIES, " WS-DIFFERENT-CNT " DIFFERENTS, "
                   WS-ANCIEN-SEUL-CNT " ANCIEN SEUL, "
                   WS-NOUVEAU-SEUL-CNT " NOUVEAU SEUL".
       2700-RESUMER-CARTE-FIN.
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
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 2 TO RH-LINE-COUNT
           END-IF.
       2900-IMPRIMER-ENTETE-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           CLOSE PARM-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "COMPARAISON PARALLELE TERMINEE.".
           DISPLAY "CARTES TRAITEES        : " WS-CARTE-CNT.
           DISPLAY "CODE CONDITION         : " WS-WORST-RC.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
