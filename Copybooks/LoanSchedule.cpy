      * One amortization-schedule line per loan instalment, kept in
      * loan-id / instalment-number sequence. LoanScheduleBatch
      * writes the lines when a loan is granted and rewrites the
      * unfallen tail after an early repayment; LoanRepaymentBatch
      * stamps each line as it falls due. Blank status means not yet
      * due; P paid in full, I partly paid, M missed - SCH-PAYE is
      * what has been collected against the line so far, interest
      * portion first.
       01  LOAN-SCHEDULE-RECORD.
           05 SCH-LOAN-ID           PIC X(6).
           05 SCH-NUMERO            PIC 9(3).
           05 SCH-ECHEANCE          PIC 9(8).
           05 SCH-MENSUALITE        PIC 9(7)V99.
           05 SCH-INTERETS          PIC 9(7)V99.
           05 SCH-CAPITAL           PIC 9(7)V99.
           05 SCH-RESTANT           PIC 9(7)V99.
           05 SCH-STATUT            PIC X(1).
               88 SCH-A-ECHOIR      VALUE SPACE.
               88 SCH-PAYEE         VALUE "P".
               88 SCH-PARTIELLE     VALUE "I".
               88 SCH-IMPAYEE       VALUE "M".
           05 SCH-PAYE              PIC 9(7)V99.
