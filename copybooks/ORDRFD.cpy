      ******************************************************************
      *    ORDRFD  --  DAILY ORDER OUTCOME FEED FROM ORDER ENTRY FOR
      *                ORDRMTCH. ONE RECORD PER CUSTOMER WHOSE
      *                INQUIRY WAS WON, LOST OR CLOSED WITH NO
      *                DECISION, CARRYING THE ORDER DATE AND VALUE
      ******************************************************************
       FD  ORDER-FEED
           LABEL RECORDS ARE STANDARD.
       01  ORDER-FEED-RECORD.
           05  ORDR-CUST-NUM           PIC X(05).
           05  ORDR-OUTCOME            PIC X(01).
               88  ORDR-IS-WON                VALUE 'W'.
               88  ORDR-IS-LOST               VALUE 'L'.
               88  ORDR-IS-NO-DECISION        VALUE 'N'.
               88  ORDR-OUTCOME-IS-VALID      VALUE 'W' 'L' 'N'.
           05  ORDR-ORDER-DATE         PIC 9(08).
           05  ORDR-ORDER-VALUE        PIC 9(07)V99.
           05  ORDR-ORDER-NUM          PIC X(10).
