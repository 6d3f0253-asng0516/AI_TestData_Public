      ******************************************************************
      *    LCTLFD  --  LEAD INTAKE CONTROL RECORD. A SINGLE-RECORD
      *                FILE CARRYING THE BLOCK OF CUSTOMER NUMBERS SET
      *                ASIDE FOR LEADS (NEXT NUMBER TO ISSUE THROUGH
      *                THE HIGH NUMBER) AND THE BUSINESS DATE AND
      *                FIRST NUMBER OF THE LAST LEADINTK RUN, SO A
      *                RERUN ON THE SAME BUSINESS DAY ISSUES THE SAME
      *                NUMBERS AGAIN. REWRITTEN BY LEADINTK AT THE
      *                END OF EVERY RUN
      ******************************************************************
       FD  LEAD-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEAD-CONTROL-RECORD.
           05  LCTL-NEXT-NUMBER        PIC 9(05).
           05  LCTL-HIGH-NUMBER        PIC 9(05).
           05  LCTL-RUN-DATE           PIC 9(08).
           05  LCTL-RUN-START-NUMBER   PIC 9(05).
