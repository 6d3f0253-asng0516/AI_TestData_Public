      ******************************************************************
      *    CNVRPT  --  MONTHLY INQUIRY-TO-ORDER CONVERSION REPORT FOR
      *                CONVRPT
      ******************************************************************
       FD  CONVERSION-REPORT
           LABEL RECORDS ARE STANDARD.
       01  CONVERSION-REPORT-LINE      PIC X(80).
