      * Work-order movement lines Data/RIDE-WORK-ORDER-LINES.txt -
      * appended by RideWorkOrderBatch, one per labour entry (H,
      * hours worked by the technician at the hourly rate of the
      * maintenance parameter) or per part consumed (P, quantity at
      * the unit cost of the spare-parts inventory), each valued
      * when entered. The ride is carried on the line so
      * RideMaintenanceCost can total a month per ride.
       01  RIDE-WORK-ORDER-LINE.
           05 WOL-OT-ID             PIC 9(6).
           05 WOL-MANEGE            PIC X(10).
           05 WOL-DATE              PIC 9(8).
           05 WOL-TYPE              PIC X(1).
               88 WOL-MAIN-OEUVRE   VALUE "H".
               88 WOL-PIECE-USEE    VALUE "P".
           05 WOL-TECHNICIEN        PIC X(6).
           05 WOL-PIECE             PIC X(8).
           05 WOL-QUANTITE          PIC 9(4)V9.
           05 WOL-MONTANT           PIC 9(7)V99.
