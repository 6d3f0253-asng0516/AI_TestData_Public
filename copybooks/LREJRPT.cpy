      ******************************************************************
      *    LREJRPT  --  LISTING OF THE LEADS LEADINTK COULD NOT
      *                 CONVERT, WITH THE REASON
      ******************************************************************
       FD  LEAD-REJECT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  LEAD-REJECT-REPORT-LINE     PIC X(80).
