      *    EASTFD  --  VSAM OUTPUT FILE FOR EASTERN REGION INQUIRIES
      ******************************************************************
       FD  EAST-REGION
               RECORD IS VARYING IN SIZE FROM 160 TO 350 CHARACTERS
                   DEPENDING ON EAST-INTERESTS
               LABEL RECORDS ARE STANDARD.
       01  EAST-REGION-RECORD.
                   88  EAST-AWAITING-CONTACT    VALUE 'P'.
                   88  EAST-CONTACTED           VALUE 'C'.
                   88  EAST-FOLLOWUP-CLOSED     VALUE 'X'.
               05  EAST-ORDER-OUTCOME      PIC X(01).
                   88  EAST-ORDER-WON           VALUE 'W'.
                   88  EAST-ORDER-LOST          VALUE 'L'.
                   88  EAST-NO-DECISION         VALUE 'N'.
               05  EAST-ORDER-DATE         PIC 9(08).
               05  EAST-ORDER-VALUE        PIC 9(07)V99.
               05  EAST-INTERESTS          PIC 9(02).
               05  EAST-PRODUCTS           OCCURS 1 TO 20 TIMES
                                            DEPENDING ON EAST-INTERESTS
