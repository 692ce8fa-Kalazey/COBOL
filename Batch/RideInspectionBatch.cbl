      * inspection - and warns with condition code 4 when the ride
      * is approaching or past due; the hard lockout itself lives
      * in the scheduler, which refuses to build manifests once the
      * rule is breached. A breached rule also enters the run date
      * on the lockout register, all sessions closed, once per day,
      * so RideClosureImpact can deal with the tickets already sold
      * for them.
      * The carousel is kept under ride code CARROUSEL; the
      * fixed-asset master row naming that ride is its asset record,
      * and the run closes with the asset id and its net book value
      * so upkeep and book value read together.
      * An inspection the ride fails is filed with result D and the
      * inspector's finding. It is not certified: it opens a work
      * order on the work-order master instead, numbered after the
      * last one, raised from the inspection and immobilising the
      * ride - one per inspection date, so filing the same failure
      * again raises nothing new. As long as any work order
      * immobilising the carousel is open the run enters the day on
      * the lockout register and warns with condition code 4, and
      * the scheduler boards nobody; RideWorkOrderBatch closing the
      * work order is what lifts the lockout.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT ASSET-FILE ASSIGN DYNAMIC WS-ASSET-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-STATUS.

           SELECT LOCKOUT-FILE ASSIGN DYNAMIC WS-LOCKOUT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKOUT-STATUS.

           SELECT WORK-ORDER-FILE ASSIGN DYNAMIC WS-WO-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
           05 TXN-DATE REDEFINES TXN-DATE-X
                                    PIC 9(8).
           05 TXN-INSPECTEUR        PIC X(8).
           05 TXN-RESULTAT          PIC X(1).
               88 TXN-ECHEC         VALUE "D".
               88 TXN-CONFORME      VALUE " " "C".
           05 TXN-OBSERVATION       PIC X(30).

       FD  REGISTER-FILE.
       01  INSPECTION-REGISTER-RECORD.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(60).

       FD  ASSET-FILE.
           COPY "FixedAsset.cpy".

       FD  LOCKOUT-FILE.
           COPY "RideLockout.cpy".

       FD  WORK-ORDER-FILE.
           COPY "RideWorkOrder.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TXN-PATH              PIC X(40)
                                 VALUE "Data/INSPECTION-TXN.txt".
                                 VALUE "Data/INSPECTION-RULES.txt".
       01  WS-SUSPENSE-PATH         PIC X(40)
                                 VALUE "Data/INSPECTION-ERR.txt".
       01  WS-ASSET-PATH            PIC X(40)
                                 VALUE "Data/FIXED-ASSET-MASTER.txt".
       01  WS-LOCKOUT-PATH          PIC X(40)
                                 VALUE "Data/RIDE-LOCKOUT.txt".
       01  WS-WO-PATH               PIC X(40)
                                 VALUE "Data/RIDE-WORK-ORDERS.txt".
       01  WS-TXN-STATUS            PIC XX.
       01  WS-LOCKOUT-STATUS        PIC XX.
       01  WS-WO-STATUS             PIC XX.
       01  WS-REGISTER-STATUS       PIC XX.
       01  WS-COUNTER-STATUS        PIC XX.
       01  WS-RULES-STATUS          PIC XX.
       01  WS-SUSPENSE-STATUS       PIC XX.
       01  WS-ASSET-STATUS          PIC XX.
       01  WS-EOF-SWITCH            PIC X VALUE "N".
           88 END-OF-FILE           VALUE "Y".

       01  WS-ENTIER-RUN            PIC 9(8).
       01  WS-ENTIER-INSPECTION     PIC 9(8).
       01  WS-DATE-VALIDE           PIC X.
       01  WS-RETARD-SWITCH         PIC X VALUE "N".
           88 INSPECTION-EN-RETARD  VALUE "Y".
       01  WS-VERROU-EXISTE         PIC X VALUE "N".
       01  WS-DERNIER-OT            PIC 9(6) VALUE ZERO.
       01  WS-OT-BLOQUANT           PIC 9(6) VALUE ZERO.

      * Work orders already raised from an inspection of the ride,
      * by inspection date.
       01  WS-OT-INSP-CNT           PIC 9(3) VALUE ZERO.
       01  WS-O                     PIC 9(3).
       01  WS-OT-EXISTANT           PIC 9(6).
       01  WS-OT-INSP-TABLE.
           05 WS-OT-INSP-ENTRY OCCURS 500 TIMES
                   DEPENDING ON WS-OT-INSP-CNT.
               10 WS-OI-DATE        PIC 9(8).
               10 WS-OI-ID          PIC 9(6).

       01  WS-CERTIFIE-CNT          PIC 9(5) VALUE ZERO.
       01  WS-REJETE-CNT            PIC 9(5) VALUE ZERO.
       01  WS-ECHEC-CNT             PIC 9(5) VALUE ZERO.

       01  WS-RUN-DATE              PIC 9(8).

      * The ride this register is kept for, and its asset record.
       01  WS-MANEGE-ID             PIC X(10) VALUE "CARROUSEL".
       01  WS-IMMO-ID               PIC X(6) VALUE SPACES.
       01  WS-IMMO-VNC              PIC 9(9)V99 VALUE ZERO.
       01  WS-VNC-EDITE             PIC Z(8)9.99.

       PROCEDURE DIVISION.
       0000-MAIN-DEB.
           PERFORM 1000-INITIALISATION-DEB
           PERFORM 3000-EVALUER-ECHEANCE-DEB
              THRU 3000-EVALUER-ECHEANCE-FIN.

           PERFORM 3100-LIRE-IMMOBILISATION-DEB
              THRU 3100-LIRE-IMMOBILISATION-FIN.

           IF INSPECTION-EN-RETARD OR WS-OT-BLOQUANT > ZERO
               PERFORM 3200-ENREGISTRER-VERROU-DEB
                  THRU 3200-ENREGISTRER-VERROU-FIN
           END-IF.

           PERFORM 9000-TERMINAISON-DEB
              THRU 9000-TERMINAISON-FIN.

               STOP RUN
           END-IF.

           PERFORM 1100-LIRE-ORDRES-DEB
              THRU 1100-LIRE-ORDRES-FIN.

           OPEN EXTEND WORK-ORDER-FILE.
           IF WS-WO-STATUS = "05" OR WS-WO-STATUS = "35"
               OPEN OUTPUT WORK-ORDER-FILE
           END-IF.
           IF WS-WO-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE WORK-ORDER-FILE: "
                       WS-WO-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "ERREUR OUVERTURE SUSPENSE-FILE: "
       1000-INITIALISATION-FIN.
           EXIT.

      * The last work-order number given, and an open work order
      * already immobilising the ride.
       1100-LIRE-ORDRES-DEB.
           OPEN INPUT WORK-ORDER-FILE.
           IF WS-WO-STATUS = "00"
               PERFORM UNTIL WS-WO-STATUS = "10"
                   READ WORK-ORDER-FILE
                       AT END
                           MOVE "10" TO WS-WO-STATUS
                       NOT AT END
                           IF WO-ID > WS-DERNIER-OT
                               MOVE WO-ID TO WS-DERNIER-OT
                           END-IF
                           IF WO-MANEGE = WS-MANEGE-ID
                                   AND WO-IMMOBILISE AND WO-OUVERT
                               MOVE WO-ID TO WS-OT-BLOQUANT
                           END-IF
                           IF WO-MANEGE = WS-MANEGE-ID
                                   AND WO-INSPECTION
                               PERFORM 1150-RETENIR-ORDRE-DEB
                                  THRU 1150-RETENIR-ORDRE-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-ORDER-FILE
           END-IF.
       1100-LIRE-ORDRES-FIN.
           EXIT.

       1150-RETENIR-ORDRE-DEB.
           IF WS-OT-INSP-CNT >= 500
               DISPLAY "TABLE DES ORDRES D'INSPECTION PLEINE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-OT-INSP-CNT.
           MOVE WO-DATE-OUVERTURE TO WS-OI-DATE(WS-OT-INSP-CNT).
           MOVE WO-ID TO WS-OI-ID(WS-OT-INSP-CNT).
       1150-RETENIR-ORDRE-FIN.
           EXIT.

       2000-TRAITER-CERTIFICATION-DEB.
           IF TXN-DATE-X IS NUMERIC
               CALL "DateValidator" USING TXN-DATE WS-DATE-VALIDE
               WHEN TXN-INSPECTEUR = SPACES
                   PERFORM 2300-REJETER-DEB
                      THRU 2300-REJETER-FIN
               WHEN NOT TXN-ECHEC AND NOT TXN-CONFORME
                   PERFORM 2300-REJETER-DEB
                      THRU 2300-REJETER-FIN
               WHEN TXN-ECHEC
                   PERFORM 2200-OUVRIR-ORDRE-DEB
                      THRU 2200-OUVRIR-ORDRE-FIN
               WHEN OTHER
                   MOVE SPACES TO INSPECTION-REGISTER-RECORD
                   MOVE TXN-DATE TO INS-DATE
       2100-LIRE-CERTIFICATION-FIN.
           EXIT.

      * A failed inspection: a work order raised from the
      * inspection, immobilising the ride, opened on the day of the
      * inspection with the finding as its description.
       2200-OUVRIR-ORDRE-DEB.
           MOVE ZERO TO WS-OT-EXISTANT.
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-OT-INSP-CNT OR WS-OT-EXISTANT > ZERO
               IF WS-OI-DATE(WS-O) = TXN-DATE
                   MOVE WS-OI-ID(WS-O) TO WS-OT-EXISTANT
               END-IF
           END-PERFORM.
           IF WS-OT-EXISTANT > ZERO
               MOVE SPACES TO SUSPENSE-LINE
               STRING TXN-DATE-X " " TXN-INSPECTEUR
                      " ECHEC DEJA ENREGISTRE - OT " WS-OT-EXISTANT
                      DELIMITED BY SIZE INTO SUSPENSE-LINE
               WRITE SUSPENSE-LINE
           ELSE
               PERFORM 2250-CREER-ORDRE-DEB
                  THRU 2250-CREER-ORDRE-FIN
           END-IF.
       2200-OUVRIR-ORDRE-FIN.
           EXIT.

       2250-CREER-ORDRE-DEB.
           ADD 1 TO WS-DERNIER-OT.
           MOVE SPACES TO RIDE-WORK-ORDER-RECORD.
           MOVE WS-DERNIER-OT TO WO-ID.
           MOVE WS-MANEGE-ID TO WO-MANEGE.
           SET WO-INSPECTION TO TRUE.
           SET WO-IMMOBILISE TO TRUE.
           IF TXN-OBSERVATION = SPACES
               MOVE "INSPECTION NON CONFORME" TO WO-DESCRIPTION
           ELSE
               MOVE TXN-OBSERVATION TO WO-DESCRIPTION
           END-IF.
           MOVE TXN-DATE TO WO-DATE-OUVERTURE.
           MOVE ZERO TO WO-HEURES WO-COUT-MO WO-COUT-PIECES
                        WO-DATE-CLOTURE.
           SET WO-OUVERT TO TRUE.
           WRITE RIDE-WORK-ORDER-RECORD.
           MOVE WO-ID TO WS-OT-BLOQUANT.
           ADD 1 TO WS-ECHEC-CNT.
           IF WS-OT-INSP-CNT < 500
               ADD 1 TO WS-OT-INSP-CNT
               MOVE TXN-DATE TO WS-OI-DATE(WS-OT-INSP-CNT)
               MOVE WO-ID TO WS-OI-ID(WS-OT-INSP-CNT)
           END-IF.
       2250-CREER-ORDRE-FIN.
           EXIT.

       2300-REJETER-DEB.
           MOVE SPACES TO SUSPENSE-LINE.
           STRING TXN-DATE-X " " TXN-INSPECTEUR
               COMPUTE WS-JOURS-DEPUIS =
                       WS-ENTIER-RUN - WS-ENTIER-INSPECTION
           END-IF.
           IF WS-SESSIONS-MAX > ZERO
                   AND (WS-SESSIONS-DEPUIS > WS-SESSIONS-MAX
                    OR WS-JOURS-DEPUIS > WS-JOURS-MAX)
               SET INSPECTION-EN-RETARD TO TRUE
           END-IF.
       3000-EVALUER-ECHEANCE-FIN.
           EXIT.

      * A disposed asset no longer stands for the ride; no master
      * or no row for the ride leaves the asset unknown.
       3100-LIRE-IMMOBILISATION-DEB.
           OPEN INPUT ASSET-FILE.
           IF WS-ASSET-STATUS = "00"
               PERFORM UNTIL WS-ASSET-STATUS = "10"
                   READ ASSET-FILE
                       AT END
                           MOVE "10" TO WS-ASSET-STATUS
                       NOT AT END
                           IF FA-MANEGE = WS-MANEGE-ID
                                   AND NOT FA-CEDE
                               MOVE FA-ID TO WS-IMMO-ID
                               COMPUTE WS-IMMO-VNC =
                                       FA-COUT - FA-AMORT-CUMULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSET-FILE
           END-IF.
       3100-LIRE-IMMOBILISATION-FIN.
           EXIT.

      * One row per locked day, however often the run is repeated.
       3200-ENREGISTRER-VERROU-DEB.
           OPEN INPUT LOCKOUT-FILE.
           IF WS-LOCKOUT-STATUS = "00"
               PERFORM UNTIL WS-LOCKOUT-STATUS = "10"
                   READ LOCKOUT-FILE
                       AT END
                           MOVE "10" TO WS-LOCKOUT-STATUS
                       NOT AT END
                           IF LCK-MANEGE = WS-MANEGE-ID
                                   AND LCK-DATE = WS-RUN-DATE
                               MOVE "Y" TO WS-VERROU-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCKOUT-FILE
           END-IF.

           IF WS-VERROU-EXISTE = "N"
               OPEN EXTEND LOCKOUT-FILE
               IF WS-LOCKOUT-STATUS = "05" OR WS-LOCKOUT-STATUS = "35"
                   OPEN OUTPUT LOCKOUT-FILE
               END-IF
               IF WS-LOCKOUT-STATUS NOT = "00"
                   DISPLAY "ERREUR OUVERTURE LOCKOUT-FILE: "
                           WS-LOCKOUT-STATUS
                   STOP RUN
               END-IF
               MOVE SPACES TO RIDE-LOCKOUT-RECORD
               MOVE WS-MANEGE-ID TO LCK-MANEGE
               MOVE WS-RUN-DATE TO LCK-DATE
               MOVE 1 TO LCK-SESSION-DEBUT
               MOVE 999 TO LCK-SESSION-FIN
               SET LCK-A-TRAITER TO TRUE
               MOVE ZERO TO LCK-DATE-TRAITEMENT
               WRITE RIDE-LOCKOUT-RECORD
               CLOSE LOCKOUT-FILE
           END-IF.
       3200-ENREGISTRER-VERROU-FIN.
           EXIT.

       9000-TERMINAISON-DEB.
           IF WS-TXN-STATUS = "00" OR WS-TXN-STATUS = "10"
               CLOSE TRANSACTION-FILE
           END-IF.
           CLOSE SUSPENSE-FILE.
           CLOSE WORK-ORDER-FILE.
           DISPLAY "------------------------------------------------".
           DISPLAY "REGISTRE D'INSPECTION DU MANEGE TERMINE.".
           DISPLAY "CERTIFICATIONS POSEES : " WS-CERTIFIE-CNT.
           DISPLAY "REJETEES              : " WS-REJETE-CNT.
           DISPLAY "INSPECTIONS ECHOUEES  : " WS-ECHEC-CNT.
           DISPLAY "SESSIONS DEPUIS INSP. : " WS-SESSIONS-DEPUIS.
           DISPLAY "JOURS DEPUIS INSP.    : " WS-JOURS-DEPUIS.
           IF WS-IMMO-ID = SPACES
               DISPLAY "IMMOBILISATION        : NON RATTACHEE"
           ELSE
               MOVE WS-IMMO-VNC TO WS-VNC-EDITE
               DISPLAY "IMMOBILISATION        : " WS-IMMO-ID
                       " VNC " WS-VNC-EDITE
           END-IF.
           IF INSPECTION-EN-RETARD
               DISPLAY "INSPECTION EN RETARD - LE SCHEDULER "
                       "REFUSERA LES MANIFESTES"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-OT-BLOQUANT > ZERO
               DISPLAY "MANEGE IMMOBILISE - ORDRE DE TRAVAIL "
                       WS-OT-BLOQUANT " OUVERT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "------------------------------------------------".
       9000-TERMINAISON-FIN.
           EXIT.
