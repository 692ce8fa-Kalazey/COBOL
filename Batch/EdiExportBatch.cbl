       FD  PARTNER-PARM-FILE.
       01  PARTNER-PARM-RECORD.
           05 PPR-PARTNER-ID        PIC X(4).
           05 PPR-INTERNAL-PATH     PIC X(40).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE            PIC X(60).
      * A partner named in the run parameter drives the whole run
      * from its profile row; an absent or blank parameter keeps
      * the historical single-vendor paths, so nothing changes for
      * the runs that never asked for a partner. A file named after
      * the partner id replaces the internal record file - the
      * purchase orders PurchaseOrderBatch writes per partner go out
      * that way, through the same layout.
       1050-CHARGER-PARTENAIRE-DEB.
           OPEN INPUT PARTNER-PARM-FILE.
           IF WS-PPARM-STATUS = "00"
                       IF PPR-PARTNER-ID NOT = SPACES
                           MOVE PPR-PARTNER-ID TO WS-PARTENAIRE
                       END-IF
                       IF PPR-INTERNAL-PATH NOT = SPACES
                           MOVE PPR-INTERNAL-PATH TO WS-INTERNAL-PATH
                       END-IF
               END-READ
               CLOSE PARTNER-PARM-FILE
           END-IF.
