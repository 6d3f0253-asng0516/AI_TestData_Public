      ******************************************************************
      *    TMNTFS  --  FILE SECTION FOR TERRMNT
      *                (THE TRANSACTION CARDS, THE TERRITORY MASTER,
      *                 THE SALESREP MASTER, THE OFFICE-TO-REGION
      *                 ROUTING CONTROL FILE AND THE MAINTENANCE
      *                 AUDIT REPORT)
      ******************************************************************
           COPY 'TTRNFD'.

           COPY 'TERRFD'.

           COPY 'SREPFD'.

           COPY 'REGNFD'.

           COPY 'TMRPT'.
