      ******************************************************************
      *    ORDRFS  --  FILE SECTION FOR ORDRMTCH
      *                (THE ORDER OUTCOME FEED, THE REGION VSAM FILES,
      *                 THE HISTORY JOURNAL AND THE MATCH AUDIT REPORT)
      ******************************************************************
           COPY 'ORDRFD'.

           COPY 'FRGNFD'.

           COPY 'EASTFD'.

           COPY 'WESTFD'.

           COPY 'CNTRFD'.

           COPY 'JRNLFD'.

           COPY 'ORDRPT'.

           COPY 'RUNCFD'.

           COPY 'BDATFD'.
