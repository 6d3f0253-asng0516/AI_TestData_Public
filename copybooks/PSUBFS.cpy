      ******************************************************************
      *    PSUBFS  --  FILE SECTION FOR PRODSUBS
      *                (THE CUSTOMER LISTING SORT WORK FILE, THE
      *                 PRODUCT MASTER, THE REGION VSAM FILES, THE
      *                 HISTORY JOURNAL, THE SUBSTITUTION REPORT, THE
      *                 RUN-CONTROL AND BUSINESS-DATE RECORDS)
      ******************************************************************
           COPY 'SSRTFD'.

           COPY 'PMSTFD'.

           COPY 'FRGNFD'.

           COPY 'EASTFD'.

           COPY 'WESTFD'.

           COPY 'CNTRFD'.

           COPY 'JRNLFD'.

           COPY 'PSUBRPT'.

           COPY 'RUNCFD'.

           COPY 'BDATFD'.
