      ******************************************************************
      *    TMRPT  --  TERRITORY MASTER MAINTENANCE AUDIT REPORT FOR
      *               TERRMNT
      ******************************************************************
       FD  TERRITORY-REPORT
           LABEL RECORDS ARE STANDARD.
       01  TERRITORY-REPORT-LINE       PIC X(80).
