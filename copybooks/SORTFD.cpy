      ******************************************************************
      *    SORTFD  --  SORT WORK FILE RECORD FOR THE TERRITORY SORT
      ******************************************************************
       SD  SORT-FILE
               DATA RECORD IS SORT-RECORD.
