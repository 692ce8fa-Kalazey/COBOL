      * Account dispute register - one row per case opened by
      * AccountDisputeBatch. DSP-ACC-ID through DSP-TXN-DATE are the
      * disputed ACCOUNT-TRANSACTION entry exactly as it was posted
      * (DSP-TXN-RUN-ID the posting run that applied it), so the
      * case stays tied to the statement line the member queried.
      * DSP-STATUT moves O (opened) to I (under investigation) to
      * F (upheld) or R (rejected). DSP-CREDIT-PROVISOIRE is the
      * provisional credit issued at opening, zero when none was.
       01  ACCOUNT-DISPUTE-RECORD.
           05 DSP-ID                PIC X(6).
           05 DSP-ACC-ID            PIC X(6).
           05 DSP-TXN-TYPE          PIC X(1).
           05 DSP-TXN-MONTANT       PIC 9(7)V99.
           05 DSP-TXN-DATE          PIC 9(8).
           05 DSP-TXN-RUN-ID        PIC X(14).
           05 DSP-DATE-OUVERTURE    PIC 9(8).
           05 DSP-ECHEANCE          PIC 9(8).
           05 DSP-STATUT            PIC X(1).
               88 DSP-OUVERT        VALUE "O".
               88 DSP-INSTRUCTION   VALUE "I".
               88 DSP-EN-COURS      VALUE "O" "I".
               88 DSP-FONDE         VALUE "F".
               88 DSP-REJETE        VALUE "R".
           05 DSP-CREDIT-PROVISOIRE PIC 9(7)V99.
           05 DSP-DATE-CREDIT       PIC 9(8).
           05 DSP-DATE-DECISION     PIC 9(8).
           05 DSP-MOTIF             PIC X(30).
