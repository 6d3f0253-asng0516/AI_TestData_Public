      ******************************************************************
      *    BDRPT  --  BUSINESS-DATE ROLL-FORWARD REPORT FOR BDATROLL
      ******************************************************************
       FD  BUSINESS-DATE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-REPORT-LINE   PIC X(80).
