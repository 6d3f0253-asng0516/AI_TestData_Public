      ******************************************************************
      *    LINTRPT  --  LEAD INTAKE REGISTER AND CONTROL REPORT FOR
      *                 LEADINTK
      ******************************************************************
       FD  LEAD-INTAKE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  LEAD-INTAKE-REPORT-LINE     PIC X(80).
