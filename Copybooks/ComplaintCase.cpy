      * Customer complaint case register Data/COMPLAINT-CASES.txt -
      * one row per CUSTOMER-COMMENTS line ComplaintCaseBatch turned
      * into a case. CPL-LIGNE is the comment's line number, the
      * same pointer CustomerMasterBuild keeps on the customer
      * master; CPL-CUST-ID is blank while the comment names no
      * customer of the master, or more than one. CPL-CATEGORIE and
      * CPL-EQUIPE come from the keyword rules, CPL-ECHEANCE is the
      * response deadline in business days from the opening date.
      * CPL-STATUT moves O (open) to E (in progress) to R (answered,
      * CPL-ISSUE the outcome) to C (closed). CPL-TEXTE is the start
      * of the comment as RedactionBatch left it, never the raw text.
       01  COMPLAINT-CASE-RECORD.
           05 CPL-ID                PIC X(6).
           05 CPL-LIGNE             PIC 9(5).
           05 CPL-CUST-ID           PIC X(6).
           05 CPL-CATEGORIE         PIC X(4).
           05 CPL-EQUIPE            PIC X(6).
           05 CPL-DATE-OUVERTURE    PIC 9(8).
           05 CPL-DATE-GROUPE REDEFINES CPL-DATE-OUVERTURE.
               10 CPL-PERIODE       PIC 9(6).
               10 FILLER            PIC 9(2).
           05 CPL-ECHEANCE          PIC 9(8).
           05 CPL-STATUT            PIC X(1).
               88 CPL-OUVERT        VALUE "O".
               88 CPL-EN-COURS      VALUE "E".
               88 CPL-A-TRAITER     VALUE "O" "E".
               88 CPL-REPONDU       VALUE "R".
               88 CPL-CLOS          VALUE "C".
           05 CPL-DATE-REPONSE      PIC 9(8).
           05 CPL-DATE-CLOTURE      PIC 9(8).
           05 CPL-ISSUE             PIC X(1).
               88 CPL-FONDEE        VALUE "F".
               88 CPL-PARTIELLE     VALUE "P".
               88 CPL-NON-FONDEE    VALUE "N".
               88 CPL-SANS-SUITE    VALUE "S".
               88 CPL-ISSUE-VALIDE  VALUE "F" "P" "N" "S".
           05 CPL-TEXTE             PIC X(60).
           05 CPL-NOTE              PIC X(30).
