      ******************************************************************
      *    FSRTFD  --  SORT WORK FILE RECORD FOR THE FULFILL SORT.
      *                ONE RECORD PER QUALIFYING HISTORY JOURNAL ENTRY
      *                OF THE BUSINESS DAY, SORTED BY CUSTOMER AND BY
      *                THE ORDER THE ENTRY WAS READ, SO THE LAST
      *                RECORD OF EACH CUSTOMER IS THE DAY'S FINAL STATE.
      *                THE TRIGGER FLAG MARKS THE ADDS AND INQUIRY
      *                MERGES THAT CAN CAUSE A MAILING
      ******************************************************************
       SD  SORT-FILE
               DATA RECORD IS SORT-RECORD.
       01  SORT-RECORD.
               05  SORT-CUST-NUM           PIC X(05).
               05  SORT-ARRIVAL            PIC 9(07).
               05  SORT-REGION             PIC X(01).
               05  SORT-ACTION             PIC X(01).
                   88  SORT-ACTION-DELETE       VALUE 'D'.
               05  SORT-TRIGGER            PIC X(01).
                   88  SORT-IS-TRIGGER          VALUE 'Y'.
               05  SORT-IMAGE              PIC X(350).
