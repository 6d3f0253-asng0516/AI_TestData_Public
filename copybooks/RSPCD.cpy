      ******************************************************************
      *    RSPCD  --  OPTIONAL CONTROL CARD FOR RESPCARD. COLUMNS 1-6
      *               NAME THE MONTH (YYYYMM) WHOSE CONTACTS ARE
      *               REPORTED AND COLUMNS 7-9 THE TARGET NUMBER OF
      *               DAYS FROM RECEIPT TO CONTACT. A BLANK MONTH, OR
      *               NO CARD, REPORTS THE MONTH BEFORE THE BUSINESS
      *               DATE; A BLANK TARGET MEANS 3 DAYS
      ******************************************************************
       FD  RESPONSE-CONTROL
           LABEL RECORDS ARE STANDARD.
       01  RESPONSE-CONTROL-RECORD.
           05  RESP-REPORT-MONTH       PIC 9(06).
           05  RESP-REPORT-MONTH-X REDEFINES RESP-REPORT-MONTH
                                       PIC X(06).
           05  RESP-TARGET-DAYS        PIC 9(03).
           05  RESP-TARGET-DAYS-X REDEFINES RESP-TARGET-DAYS
                                       PIC X(03).
