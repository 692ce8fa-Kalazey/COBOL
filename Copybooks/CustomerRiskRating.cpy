      * Current risk rating of a customer - one row per customer of
      * CUSTOMER-ACCOUNT-XREF, rewritten each night by
      * CustomerRiskRating. CRR-NOTE is L (low), M (medium) or H
      * (high), from CRR-SCORE - the weighted points the customer's
      * accounts scored against Data/RISK-RATING-RULES.txt - and
      * CRR-DEPUIS the day the customer took that rating. Every
      * change of rating is also appended to the rating history.
       01  CUSTOMER-RISK-RATING-RECORD.
           05 CRR-CUST-ID           PIC X(6).
           05 CRR-NOTE              PIC X(1).
               88 CRR-RISQUE-FAIBLE VALUE "L".
               88 CRR-RISQUE-MOYEN  VALUE "M".
               88 CRR-RISQUE-ELEVE  VALUE "H".
           05 CRR-SCORE             PIC 9(5).
           05 CRR-DEPUIS            PIC 9(8).
