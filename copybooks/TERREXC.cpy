      ******************************************************************
      *    TERREXC  --  TERRITORY TABLE OVERFLOW EXCEPTIONS
      ******************************************************************
       FD  TERRITORY-EXCEPTION
           LABEL RECORDS ARE STANDARD.
