      ******************************************************************
      *    SUPMRPT  --  SUPPRESSION MASTER MAINTENANCE AUDIT REPORT
      *                 FOR SUPPMNT
      ******************************************************************
       FD  SUPPRESSION-REPORT
           LABEL RECORDS ARE STANDARD.
       01  SUPPRESSION-REPORT-LINE     PIC X(80).
