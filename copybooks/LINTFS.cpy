      ******************************************************************
      *    LINTFS  --  FILE SECTION FOR LEADINTK
      *                (THE DELIMITED LEAD FILE, THE LEAD CONTROL
      *                 RECORD, THE CONVERTED INQUIRY FILE, THE
      *                 PRODUCT MASTER, THE REGION VSAM FILES, THE
      *                 INTAKE REGISTER AND THE REJECT LISTING)
      ******************************************************************
           COPY 'LEADFD'.

           COPY 'LCTLFD'.

           COPY 'INQYFD'.

           COPY 'PMSTFD'.

           COPY 'FRGNFD'.

           COPY 'EASTFD'.

           COPY 'WESTFD'.

           COPY 'CNTRFD'.

           COPY 'LINTRPT'.

           COPY 'LREJRPT'.

           COPY 'BDATFD'.
