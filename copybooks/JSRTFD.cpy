      ******************************************************************
      *    JSRTFD  --  SORT WORK FILE RECORD FOR THE JRNLRECN
      *                RECONCILIATION SORT. ONE RECORD PER AFTER-IMAGE
      *                AND PER DELETE IN THE ARCHIVE GENERATIONS AND
      *                THE LIVE JOURNAL, SORTED BY REGION, CUSTOMER
      *                AND THE ORDER THE ENTRY WAS READ, SO THE LAST
      *                RECORD OF EACH CUSTOMER IS ITS LAST JOURNALED
      *                STATE IN THAT REGION
      ******************************************************************
       SD  SORT-FILE
               DATA RECORD IS SORT-RECORD.
       01  SORT-RECORD.
               05  JSRT-REGION             PIC X(01).
               05  JSRT-CUST-NUM           PIC X(05).
               05  JSRT-ARRIVAL            PIC 9(07).
               05  JSRT-RUN-DATE           PIC 9(08).
               05  JSRT-PROGRAM            PIC X(08).
               05  JSRT-ACTION             PIC X(01).
               05  JSRT-IMAGE              PIC X(350).
