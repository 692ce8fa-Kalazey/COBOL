      * Ride maintenance work orders Data/RIDE-WORK-ORDERS.txt - one
      * row per work order, numbered in sequence. RideInspectionBatch
      * opens one (origin I) for every failed inspection and
      * RideIncidentBatch one (origin S) for every serious incident;
      * the others are raised by hand through RideWorkOrderBatch
      * (origin M). A work order that immobilises the ride
      * (WO-BLOQUANT Y - always so for a failed inspection or a
      * serious incident) keeps the ride locked out for as
      * long as it stays open: RideSessionScheduler boards nobody and
      * RideInspectionBatch enters each day on the lockout register.
      * Closing it is the only way the lockout is lifted. The
      * technician is an employee of EMPLOYEE-MASTER; the hours and
      * the cost of labour and of the parts consumed are the running
      * totals of the movement lines of RideWorkOrderLine.cpy.
       01  RIDE-WORK-ORDER-RECORD.
           05 WO-ID                 PIC 9(6).
           05 WO-MANEGE             PIC X(10).
           05 WO-ORIGINE            PIC X(1).
               88 WO-INSPECTION     VALUE "I".
               88 WO-MANUEL         VALUE "M".
               88 WO-INCIDENT       VALUE "S".
           05 WO-BLOQUANT           PIC X(1).
               88 WO-IMMOBILISE     VALUE "Y".
           05 WO-DESCRIPTION        PIC X(30).
           05 WO-DATE-OUVERTURE     PIC 9(8).
           05 WO-TECHNICIEN         PIC X(6).
           05 WO-HEURES             PIC 9(4)V9.
           05 WO-COUT-MO            PIC 9(7)V99.
           05 WO-COUT-PIECES        PIC 9(7)V99.
           05 WO-STATUT             PIC X(1).
               88 WO-OUVERT         VALUE "O".
               88 WO-CLOS           VALUE "C".
           05 WO-DATE-CLOTURE       PIC 9(8).
