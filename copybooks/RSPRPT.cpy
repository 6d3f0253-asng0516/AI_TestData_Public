      ******************************************************************
      *    RSPRPT  --  MONTHLY SALESREP RESPONSE-TIME SCORECARD FOR
      *                RESPCARD
      ******************************************************************
       FD  RESPONSE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RESPONSE-REPORT-LINE        PIC X(80).
