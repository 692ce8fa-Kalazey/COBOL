      * Concession and shop item master Data/SHOP-ITEMS.txt - one
      * row per article the snack bar (rayon S) or the souvenir shop
      * (rayon B) sells, kept by ShopItemMaintenance. ITM-PRIX is the
      * selling price the tills ring up, ITM-COUT the unit cost the
      * stock is carried at - the weighted average of the goods
      * received, which ShopSalesBatch recomputes at every delivery.
      * ITM-STOCK is the quantity on hand by the books (it can go
      * below zero when the tills sell goods whose delivery is not
      * yet entered, until the next count puts it right); at or
      * under ITM-SEUIL the article goes on the reorder list.
      * ITM-QTE-MOIS and ITM-CA-MOIS are the quantity sold and the
      * takings of month ITM-PERIODE, the base of the best-seller
      * ranking, and ITM-DATE-INVENTAIRE the last physical count.
      * A withdrawn article (ITM-STATUT R) is no longer delivered;
      * what is left of it can still be sold.
       01  SHOP-ITEM-RECORD.
           05 ITM-CODE              PIC X(8).
           05 ITM-LIBELLE           PIC X(24).
           05 ITM-RAYON             PIC X(1).
               88 ITM-SNACK         VALUE "S".
               88 ITM-BOUTIQUE      VALUE "B".
               88 ITM-RAYON-VALIDE  VALUE "S" "B".
           05 ITM-PRIX              PIC 9(4)V99.
           05 ITM-COUT              PIC 9(4)V9999.
           05 ITM-STOCK             PIC S9(6)
                                 SIGN IS TRAILING SEPARATE CHARACTER.
           05 ITM-SEUIL             PIC 9(5).
           05 ITM-STATUT            PIC X(1).
               88 ITM-ACTIF         VALUE "A".
               88 ITM-RETIRE        VALUE "R".
           05 ITM-PERIODE           PIC 9(6).
           05 ITM-QTE-MOIS          PIC 9(7).
           05 ITM-CA-MOIS           PIC 9(7)V99.
           05 ITM-DATE-INVENTAIRE   PIC 9(8).
