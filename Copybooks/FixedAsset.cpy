      * Fixed-asset master Data/FIXED-ASSET-MASTER.txt - one row per
      * ride or piece of equipment the club carries on its books.
      * FixedAssetMaintenance keeps the descriptive part and the
      * disposal, FixedAssetDepreciation the depreciation part.
      * FA-COUT is the acquisition cost, written off over
      * FA-DUREE-MOIS months from the month of FA-DATE-ACQUISITION,
      * straight-line (L) or declining balance (D) as
      * DepreciationCalculator computes it. FA-COMPTE-IMMO is the
      * asset account the cost stands in, FA-COMPTE-AMORT the
      * accumulated-depreciation account the charges go to.
      * FA-MANEGE is the ride code of the ride the asset is - the
      * code RideInspectionBatch keeps its inspections under - and
      * blank for equipment that is not a ride. FA-AMORT-CUMULE is
      * the depreciation booked so far, through FA-DERNIERE-PERIODE
      * (zero before the first run). FA-STATUT is A while the asset
      * is depreciating, T once it is fully written off and C once
      * it is disposed of, at FA-DATE-CESSION for FA-PRIX-CESSION.
      * FA-ENTRETIEN-CUMULE is the maintenance cost of the ride's
      * work orders RideMaintenanceCostBatch has carried to the
      * asset, through month FA-ENTRETIEN-PERIODE (zero for
      * equipment that is not a ride). It is upkeep, not part of
      * the cost written off.
       01  FIXED-ASSET-RECORD.
           05 FA-ID                 PIC X(6).
           05 FA-LIBELLE            PIC X(30).
           05 FA-DATE-ACQUISITION   PIC 9(8).
           05 FA-COUT               PIC 9(9)V99.
           05 FA-DUREE-MOIS         PIC 9(3).
           05 FA-METHODE            PIC X(1).
               88 FA-LINEAIRE       VALUE "L".
               88 FA-DEGRESSIF      VALUE "D".
           05 FA-COMPTE-IMMO        PIC X(6).
           05 FA-COMPTE-AMORT       PIC X(6).
           05 FA-MANEGE             PIC X(10).
           05 FA-AMORT-CUMULE       PIC 9(9)V99.
           05 FA-DERNIERE-PERIODE   PIC 9(6).
           05 FA-STATUT             PIC X(1).
               88 FA-EN-SERVICE     VALUE "A".
               88 FA-AMORTI         VALUE "T".
               88 FA-CEDE           VALUE "C".
           05 FA-DATE-CESSION       PIC 9(8).
           05 FA-PRIX-CESSION       PIC 9(9)V99.
           05 FA-ENTRETIEN-CUMULE   PIC 9(9)V99.
           05 FA-ENTRETIEN-PERIODE  PIC 9(6).
