      ******************************************************************
      *    RSPSRT  --  SORT WORK FILE RECORD FOR THE RESPCARD
      *                RESPONSE-TIME SORT. ONE RECORD PER INQUIRY
      *                MARKED CONTACTED OR CLOSED IN THE REPORT MONTH
      *                AND ONE PER INQUIRY ESCALATE REASSIGNED AWAY
      *                FROM ITS REP, BOTH CHARGED TO THE REP AND OFFICE
      *                ON THE BEFORE-IMAGE, SORTED BY OFFICE AND REP
      ******************************************************************
       SD  SORT-FILE
               DATA RECORD IS SORT-RECORD.
       01  SORT-RECORD.
               05  SORT-OFFICE             PIC X(04).
               05  SORT-SALESREP           PIC X(05).
               05  SORT-EVENT-TYPE         PIC X(01).
                   88  SORT-IS-CONTACT          VALUE 'T'.
                   88  SORT-IS-REASSIGNED       VALUE 'R'.
               05  SORT-DAYS-FLAG          PIC X(01).
                   88  SORT-DAYS-ARE-KNOWN      VALUE 'Y'.
               05  SORT-DAYS-TO-CONTACT    PIC 9(05).
