      ******************************************************************
      *    LKUPRPT  --  CUSTOMER LOOKUP LISTING FOR CUSTLKUP
      ******************************************************************
       FD  LOOKUP-REPORT
           LABEL RECORDS ARE STANDARD.
       01  LOOKUP-REPORT-LINE          PIC X(80).
