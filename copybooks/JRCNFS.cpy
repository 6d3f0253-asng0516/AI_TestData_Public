      ******************************************************************
      *    JRCNFS  --  FILE SECTION FOR JRNLRECN
      *                (THE RECONCILIATION SORT WORK FILE, THE LIVE
      *                 HISTORY JOURNAL AND ITS ARCHIVE GENERATIONS,
      *                 THE REGION VSAM FILES, THE EXCEPTION REPORT,
      *                 THE RUN-CONTROL AND BUSINESS-DATE RECORDS)
      ******************************************************************
           COPY 'JSRTFD'.

           COPY 'JRNLFD'.

           COPY 'JARCFD'.

           COPY 'FRGNFD'.

           COPY 'EASTFD'.

           COPY 'WESTFD'.

           COPY 'CNTRFD'.

           COPY 'JRCNRPT'.

           COPY 'RUNCFD'.

           COPY 'BDATFD'.
