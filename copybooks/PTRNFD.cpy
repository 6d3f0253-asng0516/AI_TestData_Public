      ******************************************************************
      *    PTRNFD  --  MAINTENANCE TRANSACTION FILE FOR PRODMNT. ONE
      *                CARD PER PRODUCT MASTER ACTION: ADD, CHANGE,
      *                DISCONTINUE, REACTIVATE OR DELETE. A
      *                DISCONTINUE CARD MAY NAME THE SUCCESSOR PRODUCT
      *                IN COLUMNS 42-51
      ******************************************************************
       FD  PRODUCT-TRANS
           LABEL RECORDS ARE STANDARD.
               88  PTRN-IS-DELETE             VALUE 'D'.
           05  PTRN-PROD-CODE          PIC X(10).
           05  PTRN-DESCRIPTION        PIC X(30).
           05  PTRN-SUCCESSOR-CODE     PIC X(10).
