      *    WESTFD  --  VSAM OUTPUT FILE FOR WESTERN REGION INQUIRIES
      ******************************************************************
       FD  WEST-REGION
               RECORD IS VARYING IN SIZE FROM 160 TO 350 CHARACTERS
                   DEPENDING ON WEST-INTERESTS
               LABEL RECORDS ARE STANDARD.
       01  WEST-REGION-RECORD.
                   88  WEST-AWAITING-CONTACT    VALUE 'P'.
                   88  WEST-CONTACTED           VALUE 'C'.
                   88  WEST-FOLLOWUP-CLOSED     VALUE 'X'.
               05  WEST-ORDER-OUTCOME      PIC X(01).
                   88  WEST-ORDER-WON           VALUE 'W'.
                   88  WEST-ORDER-LOST          VALUE 'L'.
                   88  WEST-NO-DECISION         VALUE 'N'.
               05  WEST-ORDER-DATE         PIC 9(08).
               05  WEST-ORDER-VALUE        PIC 9(07)V99.
               05  WEST-INTERESTS          PIC 9(02).
               05  WEST-PRODUCTS           OCCURS 1 TO 20 TIMES
                                            DEPENDING ON WEST-INTERESTS
