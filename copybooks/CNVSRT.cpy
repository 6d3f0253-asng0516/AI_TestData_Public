      ******************************************************************
      *    CNVSRT  --  SORT WORK FILE RECORD FOR THE CONVRPT
      *                CONVERSION SORT. ONE RECORD IS RELEASED PER
      *                PRODUCT INTEREST OF EACH INQUIRY RECEIVED IN
      *                THE REPORT MONTH, PLUS ONE PER INQUIRY WITH THE
      *                PRODUCT SET TO HIGH-VALUES, WHICH SORTS LAST
      *                WITHIN ITS REP AND CARRIES THE REP TOTAL
      ******************************************************************
       SD  SORT-FILE
               DATA RECORD IS SORT-RECORD.
       01  SORT-RECORD.
               05  SORT-REGION             PIC X(07).
               05  SORT-SALESREP           PIC X(05).
               05  SORT-PRODUCT            PIC X(10).
               05  SORT-WON-FLAG           PIC X(01).
                   88  SORT-INQUIRY-WON         VALUE 'Y'.
               05  SORT-DAYS-FLAG          PIC X(01).
                   88  SORT-DAYS-ARE-KNOWN      VALUE 'Y'.
               05  SORT-DAYS-TO-ORDER      PIC 9(05).
