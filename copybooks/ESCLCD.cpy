      ******************************************************************
      *    ESCLCD  --  CONTROL CARD FILE FOR ESCALATE. A 'T' CARD
      *                NAMES THE REASSIGNMENT AGE THRESHOLD IN DAYS
      *                AND WHETHER THEY ARE CALENDAR ('C' OR BLANK)
      *                OR BUSINESS ('B') DAYS;
      *                ONE 'O' CARD PER SALES OFFICE NAMES THE REP
      *                ITS STALE OPEN INQUIRIES ESCALATE TO
      ******************************************************************
           05  ESCL-THRESHOLD-DAYS     PIC 9(04).
           05  ESCL-OFFICE             PIC X(04).
           05  ESCL-REP                PIC X(05).
           05  ESCL-AGE-BASIS          PIC X(01).
               88  ESCL-BASIS-BUSINESS        VALUE 'B'.
               88  ESCL-AGE-BASIS-IS-VALID    VALUE 'B' 'C' ' '.
