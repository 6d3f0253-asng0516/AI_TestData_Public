      ******************************************************************
      *    BDATFD  --  SHARED BUSINESS-DATE CONTROL RECORD. A SINGLE-
      *                RECORD FILE CARRYING THE PROCESSING DATE EVERY
      *                PROGRAM IN THE CYCLE STAMPS ITS WORK WITH, IN
      *                PLACE OF THE MACHINE CLOCK, SO A RUN THAT
      *                CROSSES MIDNIGHT OR IS RERUN NEXT MORNING STILL
      *                BELONGS TO THE RIGHT BUSINESS DAY. ROLLED
      *                FORWARD TO THE NEXT BUSINESS DAY BY BDATROLL
      *                AT END OF DAY; EVERY OTHER PROGRAM ONLY READS IT
      ******************************************************************
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-RECORD.
           05  BDAT-PROCESS-DATE       PIC 9(08).
           05  BDAT-PRIOR-DATE         PIC 9(08).
