       AUTHOR. Mathieu.

      * Central issuance of the next key per family - E employee,
      * A account, C customer, S student, L loan, D account
      * dispute, K cheque, F expense claim, V leave request, R
      * applicant, P customer complaint, X erasure pseudonym, Q
      * purchase requisition, O purchase order, M cashier shortage
      * sign-off -
      * from the next-number registry, so new keys stop being
      * picked by eyeballing the master (the road that minted the
      * duplicate employee id).
      * The caller passes the family letter and gets back a fully
      * formed id: the family letter, the zero-padded number, and
      * for the A family the check digit AccountCheckDigit
