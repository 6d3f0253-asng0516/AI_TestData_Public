      ******************************************************************
      *    CONVCD  --  OPTIONAL CONTROL CARD FOR CONVRPT NAMING THE
      *                MONTH (YYYYMM) WHOSE INQUIRIES ARE REPORTED.
      *                WITH NO CARD THE MONTH BEFORE THE BUSINESS
      *                DATE IS REPORTED
      ******************************************************************
       FD  CONVERSION-CONTROL
           LABEL RECORDS ARE STANDARD.
       01  CONVERSION-CONTROL-RECORD.
           05  CONV-REPORT-MONTH       PIC 9(06).
