      ******************************************************************
      *    SUPMFS  --  FILE SECTION FOR SUPPMNT
      *                (THE TRANSACTION CARDS, THE SUPPRESSION MASTER,
      *                 THE BUSINESS-DATE RECORD AND THE MAINTENANCE
      *                 AUDIT REPORT)
      ******************************************************************
           COPY 'SUPTFD'.

           COPY 'SUPPFD'.

           COPY 'BDATFD'.

           COPY 'SUPMRPT'.
