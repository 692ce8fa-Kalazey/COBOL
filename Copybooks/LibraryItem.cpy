      * Textbook and library catalogue Data/LIBRARY-CATALOGUE.txt -
      * one row per physical copy: the title's item id and the copy
      * number, with the replacement price charged when the copy is
      * lost or not returned. Textbooks (type M) are lent for the
      * school year, library books (type L) for the loan period of
      * the library parameter. LIB-STATUT follows the copy:
      * available, out on loan, or lost and written off.
       01  LIBRARY-ITEM-RECORD.
           05 LIB-ITEM-ID           PIC X(8).
           05 LIB-COPIE             PIC 9(3).
           05 LIB-TITRE             PIC X(30).
           05 LIB-TYPE              PIC X(1).
               88 LIB-MANUEL        VALUE "M".
               88 LIB-LIVRE         VALUE "L".
           05 LIB-PRIX              PIC 9(3)V99.
           05 LIB-STATUT            PIC X(1).
               88 LIB-DISPONIBLE    VALUE "D".
               88 LIB-PRETE         VALUE "P".
               88 LIB-PERDU         VALUE "L".
