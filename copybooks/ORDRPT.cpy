      ******************************************************************
      *    ORDRPT  --  AUDIT LISTING OF ORDER OUTCOMES MATCHED (OR
      *                REJECTED) BY ORDRMTCH
      ******************************************************************
       FD  ORDER-MATCH-REPORT
           LABEL RECORDS ARE STANDARD.
       01  ORDER-MATCH-REPORT-LINE     PIC X(80).
