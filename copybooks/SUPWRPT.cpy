      ******************************************************************
      *    SUPWRPT  --  WEEKLY SUPPRESSED INQUIRY REPORT FOR SUPPRPT
      ******************************************************************
       FD  SUPPRESSED-REPORT
           LABEL RECORDS ARE STANDARD.
       01  SUPPRESSED-REPORT-LINE      PIC X(80).
