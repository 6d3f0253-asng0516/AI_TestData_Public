      ******************************************************************
      *    JRCNRPT  --  JOURNAL-TO-REGION RECONCILIATION EXCEPTION
      *                 REPORT FOR JRNLRECN
      ******************************************************************
       FD  RECON-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RECON-REPORT-LINE           PIC X(80).
