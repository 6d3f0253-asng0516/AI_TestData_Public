      ******************************************************************
      *    SSRTFD  --  SORT WORK FILE RECORD FOR THE PRODSUBS
      *                CUSTOMER LISTING. ONE RECORD PER DISCONTINUED
      *                PRODUCT CODE TAKEN OFF A CUSTOMER, SORTED BY
      *                THAT CODE, REGION AND CUSTOMER SO THE LISTING
      *                GROUPS THE CUSTOMERS MOVED UNDER EACH PRODUCT
      ******************************************************************
       SD  SORT-FILE
               DATA RECORD IS SORT-RECORD.
       01  SORT-RECORD.
               05  SSRT-OLD-CODE           PIC X(10).
               05  SSRT-REGION             PIC X(01).
               05  SSRT-CUST-NUM           PIC X(05).
               05  SSRT-NEW-CODE           PIC X(10).
               05  SSRT-DESCRIPTION        PIC X(30).
               05  SSRT-DISPOSITION        PIC X(01).
                   88  SSRT-CODE-REPLACED         VALUE 'R'.
                   88  SSRT-CODE-MERGED           VALUE 'M'.
