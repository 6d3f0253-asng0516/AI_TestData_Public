      *    PMSTFD  --  PRODUCT MASTER VSAM FILE. ONE RECORD PER
      *                PRODUCT, KEYED BY PRODUCT CODE, CARRYING THE
      *                DESCRIPTION AND AN ACTIVE/DISCONTINUED STATUS.
      *                A DISCONTINUED PRODUCT MAY NAME THE SUCCESSOR
      *                PRODUCT THAT REPLACES IT; PRODSUBS MOVES THE
      *                CUSTOMERS ON FILE ONTO THE SUCCESSOR AND
      *                INQEDIT MAPS NEW INQUIRIES ONTO IT. BLANK WHEN
      *                THERE IS NO SUCCESSOR. MAINTAINED BY PRODMNT;
      *                READ BY INQEDIT TO REJECT INQUIRY PRODUCT CODES
      *                NOT ON FILE AND BY PRODRPT TO PRINT THE
      *                DESCRIPTION NEXT TO THE CODE ON THE DEMAND
      *                ANALYSIS
      ******************************************************************
       FD  PRODUCT-MASTER
           LABEL RECORDS ARE STANDARD.
           05  PROD-STATUS             PIC X(01).
               88  PROD-IS-ACTIVE             VALUE 'A'.
               88  PROD-IS-DISCONTINUED       VALUE 'X'.
           05  PROD-SUCCESSOR-CODE     PIC X(10).
