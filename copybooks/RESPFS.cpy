      ******************************************************************
      *    RESPFS  --  FILE SECTION FOR RESPCARD
      *                (THE RESPONSE-TIME SORT WORK FILE, THE SALESREP
      *                 MASTER, THE HISTORY JOURNAL AND ITS ARCHIVE
      *                 GENERATIONS, THE CONTROL CARD AND THE
      *                 SCORECARD)
      ******************************************************************
           COPY 'RSPSRT'.

           COPY 'SREPFD'.

           COPY 'JRNLFD'.

           COPY 'JARCFD'.

           COPY 'RSPCD'.

           COPY 'RSPRPT'.

           COPY 'BDATFD'.
