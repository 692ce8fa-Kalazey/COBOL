      * Account product catalogue Data/ACCOUNT-PRODUCT-CATALOGUE.txt
      * - one row per product the club sells (COUR current account,
      * EPAR savings account, JUNR junior club account), holding
      * the rules every account of the product runs on.
      * CAT-DECOUVERT-AUTORISE says whether the account may go
      * overdrawn at all; CAT-LIMITE-DEFAUT is the overdraft limit
      * an account takes when it opens or moves to the product.
      * CAT-PALIER-INTERET names the scale of
      * Data/CREDIT-INTEREST-RATES.txt its credit balance earns on
      * (a scale with no rows earns nothing). The fee schedule is
      * the annual overdraft rate CAT-TAUX-DECOUVERT and the flat
      * fee CAT-FRAIS-DEPASSEMENT charged in a month the balance
      * stands past the limit. CAT-CYCLE-RELEVE is the statement
      * cycle - M monthly, T quarterly, A yearly. CAT-PLAFOND-JOUR
      * and CAT-NB-JOUR are the velocity limits of the product -
      * the most an account moves and the most movements it posts
      * in one day - which an account row of the limits file
      * overrides; zero means no limit.
       01  PRODUCT-CATALOGUE-RECORD.
           05 CAT-PRODUIT           PIC X(4).
           05 CAT-LIBELLE           PIC X(20).
           05 CAT-DECOUVERT-AUTORISE PIC X(1).
               88 CAT-DECOUVERT-OK  VALUE "Y".
           05 CAT-LIMITE-DEFAUT     PIC 9(7)V99.
           05 CAT-PALIER-INTERET    PIC X(4).
           05 CAT-TAUX-DECOUVERT    PIC 9(2)V99.
           05 CAT-FRAIS-DEPASSEMENT PIC 9(5)V99.
           05 CAT-CYCLE-RELEVE      PIC X(1).
               88 CAT-RELEVE-MENSUEL VALUE "M".
               88 CAT-RELEVE-TRIMESTRIEL VALUE "T".
               88 CAT-RELEVE-ANNUEL VALUE "A".
           05 CAT-PLAFOND-JOUR      PIC 9(7)V99.
           05 CAT-NB-JOUR           PIC 9(3).
