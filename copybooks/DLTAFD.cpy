      ******************************************************************
      *    DLTAFD  --  DATA WAREHOUSE DELTA EXTRACT FILE FOR DLTAEXTR.
      *                SAME ASCII CSV CONVENTION AS THE CSVEXTR FULL
      *                UNLOAD, SUPPRESSION INDICATOR INCLUDED, WITH AN
      *                ACTION COLUMN APPENDED AND A TRAILER CARRYING
      *                THE ROW COUNT PER ACTION
      ******************************************************************
       FD  DELTA-FILE
           LABEL RECORDS ARE STANDARD
