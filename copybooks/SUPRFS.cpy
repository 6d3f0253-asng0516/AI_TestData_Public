      ******************************************************************
      *    SUPRFS  --  FILE SECTION FOR SUPPRPT
      *                (THE SUPPRESSED INQUIRY LOG, THE BUSINESS-DATE
      *                 RECORD AND THE WEEKLY REPORT)
      ******************************************************************
           COPY 'SUPLFD'.

           COPY 'BDATFD'.

           COPY 'SUPWRPT'.
