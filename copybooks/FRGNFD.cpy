      *    FRGNFD  --  VSAM OUTPUT FILE FOR FOREIGN REGION INQUIRIES
      ******************************************************************
       FD  FOREIGN-REGION
               RECORD IS VARYING IN SIZE FROM 160 TO 350 CHARACTERS
                   DEPENDING ON FOREIGN-INTERESTS
               LABEL RECORDS ARE STANDARD.
       01  FOREIGN-REGION-RECORD.
                   88  FOREIGN-AWAITING-CONTACT    VALUE 'P'.
                   88  FOREIGN-CONTACTED           VALUE 'C'.
                   88  FOREIGN-FOLLOWUP-CLOSED     VALUE 'X'.
               05  FOREIGN-ORDER-OUTCOME   PIC X(01).
                   88  FOREIGN-ORDER-WON           VALUE 'W'.
                   88  FOREIGN-ORDER-LOST          VALUE 'L'.
                   88  FOREIGN-NO-DECISION         VALUE 'N'.
               05  FOREIGN-ORDER-DATE      PIC 9(08).
               05  FOREIGN-ORDER-VALUE     PIC 9(07)V99.
               05  FOREIGN-INTERESTS       PIC 9(02).
               05  FOREIGN-PRODUCTS        OCCURS 1 TO 20 TIMES
                                       DEPENDING ON FOREIGN-INTERESTS
