      ******************************************************************
      *    LKRQFD  --  CUSTOMER LOOKUP REQUEST CARD FILE FOR CUSTLKUP.
      *                ONE CARD PER SEARCH: COLUMN 1 NAMES THE SEARCH
      *                ('N' CUSTOMER NUMBER, 'C' COMPANY-NAME PREFIX,
      *                'P' AREA CODE PLUS PHONE, 'S' STATE) AND
      *                COLUMNS 2-21 CARRY THE VALUE SEARCHED FOR
      ******************************************************************
       FD  LOOKUP-REQUEST
           LABEL RECORDS ARE STANDARD.
       01  LOOKUP-REQUEST-RECORD.
           05  LKRQ-SEARCH-TYPE        PIC X(01).
           05  LKRQ-SEARCH-VALUE       PIC X(20).
