      ******************************************************************
      *    ACKLFD  --  INQUIRY ACKNOWLEDGEMENT LETTER FILE WRITTEN BY
      *                FULFILL FOR THE LETTER PRINT RUN. ONE RECORD PER
      *                CUSTOMER MAILED, CARRYING THE NAME AND ADDRESS
      *                AND EVERY PRODUCT WHOSE LITERATURE IS ENCLOSED,
      *                WITH ITS PRODUCT MASTER DESCRIPTION
      ******************************************************************
       FD  ACK-LETTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACK-LETTER-RECORD.
           05  ACKL-CUST-NUM           PIC X(05).
           05  ACKL-LETTER-DATE        PIC 9(08).
           05  ACKL-REGION             PIC X(01).
               88  ACKL-REGION-FOREIGN        VALUE 'F'.
           05  ACKL-SALESREP           PIC X(05).
           05  ACKL-OFFICE             PIC X(04).
           05  ACKL-CUST-NAME          PIC X(20).
           05  ACKL-COMPANY            PIC X(20).
           05  ACKL-ADDRESS-1          PIC X(20).
           05  ACKL-ADDRESS-2          PIC X(20).
           05  ACKL-CITY               PIC X(15).
           05  ACKL-STATE              PIC X(02).
           05  ACKL-PRODUCT-COUNT      PIC 9(02).
           05  ACKL-PRODUCT            OCCURS 20 TIMES.
               10  ACKL-PRODUCT-CODE   PIC X(10).
               10  ACKL-PRODUCT-DESC   PIC X(30).
