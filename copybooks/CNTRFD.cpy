      *    CNTRFD  --  VSAM OUTPUT FILE FOR CENTRAL REGION INQUIRIES
      ******************************************************************
       FD  CENTRAL-REGION
               RECORD IS VARYING IN SIZE FROM 160 TO 350 CHARACTERS
                   DEPENDING ON CNTR-INTERESTS
               LABEL RECORDS ARE STANDARD.
       01  CENTRAL-REGION-RECORD.
                   88  CNTR-AWAITING-CONTACT    VALUE 'P'.
                   88  CNTR-CONTACTED           VALUE 'C'.
                   88  CNTR-FOLLOWUP-CLOSED     VALUE 'X'.
               05  CNTR-ORDER-OUTCOME      PIC X(01).
                   88  CNTR-ORDER-WON           VALUE 'W'.
                   88  CNTR-ORDER-LOST          VALUE 'L'.
                   88  CNTR-NO-DECISION         VALUE 'N'.
               05  CNTR-ORDER-DATE         PIC 9(08).
               05  CNTR-ORDER-VALUE        PIC 9(07)V99.
               05  CNTR-INTERESTS          PIC 9(02).
               05  CNTR-PRODUCTS           OCCURS 1 TO 20 TIMES
                                            DEPENDING ON CNTR-INTERESTS
