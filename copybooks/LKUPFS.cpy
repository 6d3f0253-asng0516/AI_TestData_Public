      ******************************************************************
      *    LKUPFS  --  FILE SECTION FOR CUSTLKUP
      *                (THE REQUEST CARDS, THE REGION VSAM FILES, THE
      *                 SALESREP, PRODUCT AND SUPPRESSION MASTERS, THE
      *                 HISTORY JOURNAL AND ITS ARCHIVE GENERATIONS,
      *                 THE LOOKUP LISTING AND THE RUN-CONTROL
      *                 INTERLOCK)
      ******************************************************************
           COPY 'LKRQFD'.

           COPY 'FRGNFD'.

           COPY 'EASTFD'.

           COPY 'WESTFD'.

           COPY 'CNTRFD'.

           COPY 'SREPFD'.

           COPY 'PMSTFD'.

           COPY 'SUPPFD'.

           COPY 'JRNLFD'.

           COPY 'JARCFD'.

           COPY 'LKUPRPT'.

           COPY 'RUNCFD'.

           COPY 'BDATFD'.
