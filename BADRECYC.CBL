               ALTERNATE RECORD KEY IS CNTR-STATE    WITH DUPLICATES
               FILE STATUS IS CENTRAL-FILE-STATUS.

      * SHARED BUSINESS-DATE CONTROL RECORD - ROLLED BY BDATROLL
           SELECT BUSINESS-DATE-FILE ASSIGN BUSDATE
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS BDAT-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.

       01  PERFORM-FLAG                PIC 9      VALUE 1.

       01  BDAT-FILE-STATUS            PIC X(02).

       01  BUSINESS-DATE-SWITCH        PIC X(01)  VALUE 'N'.
           88  BUSINESS-DATE-IS-VALID             VALUE 'Y'.

       01  RPT-BAD-READ-COUNT          PIC 9(05)  VALUE 0.
       01  RPT-CORRECTION-CARD-COUNT   PIC 9(05)  VALUE 0.
       01  RPT-EAST-WRITE-COUNT        PIC 9(05)  VALUE 0.
           EXIT.

       RECYCLE-DATA.
           PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
           IF NOT BUSINESS-DATE-IS-VALID
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM MARK-RUN-CONTROL-BUSY.
           PERFORM OPEN-REGION-FILES.
           OPEN INPUT BAD-DATA.
               MOVE 0 TO RETURN-CODE.
       PROGRAM-TERMINATOR-EXIT.
           EXIT.

      ******************************************************************
      *    READ-BUSINESS-DATE -- TAKE THE PROCESSING DATE FROM THE
      *    SHARED BUSINESS-DATE CONTROL RECORD BDATROLL ROLLS FORWARD
      *    AT END OF DAY, NOT FROM THE MACHINE CLOCK, SO EVERY PROGRAM
      *    IN THE CYCLE STAMPS THE SAME BUSINESS DAY EVEN WHEN A RUN
      *    CROSSES MIDNIGHT OR IS RERUN THE NEXT MORNING. A MISSING OR
      *    NON-NUMERIC RECORD ENDS THE RUN WITH RETURN-CODE 16 BEFORE
      *    ANY FILE IS UPDATED.
      ******************************************************************
       READ-BUSINESS-DATE.
           MOVE 'N' TO BUSINESS-DATE-SWITCH.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDAT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'BADRECYC - BUSINESS DATE FILE NOT AVAILABLE - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           READ BUSINESS-DATE-FILE
               AT END MOVE 0 TO PERFORM-FLAG.
           CLOSE BUSINESS-DATE-FILE.
           IF PERFORM-FLAG EQUAL TO 0
               DISPLAY 'BADRECYC - BUSINESS DATE FILE EMPTY - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           IF BDAT-PROCESS-DATE NOT NUMERIC
               OR BDAT-PROCESS-DATE EQUAL ZERO
               DISPLAY 'BADRECYC - BUSINESS DATE NOT NUMERIC - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE BDAT-PROCESS-DATE TO RECYCLE-RUN-DATE.
           MOVE 'Y' TO BUSINESS-DATE-SWITCH.
       READ-BUSINESS-DATE-EXIT.
           EXIT.
