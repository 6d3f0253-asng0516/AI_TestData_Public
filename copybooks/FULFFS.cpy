      ******************************************************************
      *    FULFFS  --  FILE SECTION FOR FULFILL
      *                (THE FULFILLMENT SORT WORK FILE, THE HISTORY
      *                 JOURNAL, THE PRODUCT MASTER, THE LITERATURE-
      *                 SENT FILE, THE LETTER AND LABEL FILES, THE
      *                 PICK LIST AND THE BUSINESS-DATE RECORD)
      ******************************************************************
           COPY 'FSRTFD'.

           COPY 'JRNLFD'.

           COPY 'PMSTFD'.

           COPY 'LITSFD'.

           COPY 'ACKLFD'.

           COPY 'LABLFD'.

           COPY 'PICKRPT'.

           COPY 'BDATFD'.
