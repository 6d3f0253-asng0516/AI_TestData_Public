      ******************************************************************
      *    CONVFS  --  FILE SECTION FOR CONVRPT
      *                (THE CONVERSION SORT WORK FILE, THE SALESREP
      *                 MASTER, THE REGION VSAM FILES, THE CONTROL
      *                 CARD AND THE CONVERSION REPORT)
      ******************************************************************
           COPY 'CNVSRT'.

           COPY 'SREPFD'.

           COPY 'FRGNFD'.

           COPY 'EASTFD'.

           COPY 'WESTFD'.

           COPY 'CNTRFD'.

           COPY 'CONVCD'.

           COPY 'CNVRPT'.

           COPY 'BDATFD'.
