      * any step whose latest run came in more than the configured
      * percentage slower than that average. Audit records written
      * before the timing fields existed carry no elapsed value and
      * are left out of the averages, as are the steps skipped or
      * held back by the driver, which never ran.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 JA-RECORDS-X          PIC X(7).
           05 JA-RECORDS REDEFINES JA-RECORDS-X
                                    PIC 9(7).
           05 JA-BUSINESS-DATE-X    PIC X(8).

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-LINE        PIC X(100).
           ADD 1 TO WS-LUS-CNT.
           IF JA-ELAPSED-SEC-X IS NUMERIC
                   AND JA-RETURN-CODE NOT = 9999
                   AND JA-RETURN-CODE NOT = 9998
               PERFORM 2200-CUMULER-STEP-DEB
                  THRU 2200-CUMULER-STEP-FIN
           END-IF.
