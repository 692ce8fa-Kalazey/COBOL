      * Spare-parts inventory Data/SPARE-PARTS.txt - one row per
      * part kept for the rides: quantity in stock, the reorder
      * level at or under which the part goes on the reorder list,
      * the quantity ordered each time, and the unit cost a part
      * consumed on a work order is charged at. RideWorkOrderBatch
      * takes parts out on consumption and puts them back in on
      * receipt.
       01  SPARE-PART-RECORD.
           05 PRT-CODE              PIC X(8).
           05 PRT-LIBELLE           PIC X(24).
           05 PRT-STOCK             PIC 9(5).
           05 PRT-SEUIL             PIC 9(5).
           05 PRT-QTE-COMMANDE      PIC 9(5).
           05 PRT-COUT-UNITAIRE     PIC 9(5)V99.
