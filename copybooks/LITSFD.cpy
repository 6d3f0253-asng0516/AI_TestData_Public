      ******************************************************************
      *    LITSFD  --  LITERATURE-SENT VSAM FILE. ONE RECORD PER
      *                CUSTOMER AND PRODUCT CODE FOR WHICH LITERATURE
      *                HAS BEEN MAILED, CARRYING THE BUSINESS DATE OF
      *                THE FULFILL RUN THAT MAILED IT. WRITTEN BY
      *                FULFILL AND READ BY IT SO NO CUSTOMER IS MAILED
      *                THE SAME BROCHURE TWICE
      ******************************************************************
       FD  LITERATURE-SENT
           LABEL RECORDS ARE STANDARD.
       01  LITERATURE-SENT-RECORD.
           05  LITS-KEY.
               10  LITS-CUST-NUM       PIC X(05).
               10  LITS-PRODUCT        PIC X(10).
           05  LITS-SENT-DATE          PIC 9(08).
