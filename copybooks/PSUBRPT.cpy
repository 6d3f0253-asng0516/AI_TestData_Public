      ******************************************************************
      *    PSUBRPT  --  PRODUCT SUBSTITUTION REPORT FOR PRODSUBS
      ******************************************************************
       FD  SUBSTITUTION-REPORT
           LABEL RECORDS ARE STANDARD.
       01  SUBSTITUTION-REPORT-LINE    PIC X(80).
