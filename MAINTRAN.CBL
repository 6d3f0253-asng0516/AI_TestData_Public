      *         SHARED CUSTOMER HISTORY FILE: A BEFORE-IMAGE AHEAD OF
      *         THE OPERATION AND, FOR CHANGES, AN AFTER-IMAGE BEHIND
      *         IT, SO DISPUTED MAINTENANCE CAN BE TRACED LONG AFTER
      *         THE DAY'S AUDIT REPORT IS GONE. A CHANGE GENERATED BY
      *         ESCALATE IS JOURNALED UNDER ESCALATE'S NAME, SO THE
      *         RESPONSE-TIME SCORECARD CAN COUNT REASSIGNMENTS.
      *
      ****************************************************************

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

       01  FOREIGN-FILE-STATUS         PIC X(02).
       01  EAST-FILE-STATUS            PIC X(02).
       01  WEST-FILE-STATUS            PIC X(02).
           STOP RUN.

       APPLY-TRANSACTIONS.
           PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
           IF NOT BUSINESS-DATE-IS-VALID
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM MARK-RUN-CONTROL-BUSY.
           OPEN INPUT TRANSACTION-FILE.
           OPEN OUTPUT MAINT-REPORT.
           MOVE JOURNAL-RUN-DATE        TO JRNL-RUN-DATE.
           ADD 1 TO JRNL-SEQUENCE-COUNT.
           MOVE JRNL-SEQUENCE-COUNT     TO JRNL-SEQUENCE.
           IF TRAN-FROM-ESCALATE
               MOVE 'ESCALATE'          TO JRNL-PROGRAM
           ELSE
               MOVE 'MAINTRAN'          TO JRNL-PROGRAM.
           WRITE JOURNAL-RECORD.
       WRITE-JOURNAL-RECORD-EXIT.
           EXIT.
           CLOSE RUN-CONTROL-FILE.
       CLEAR-RUN-CONTROL-EXIT.
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
               DISPLAY 'MAINTRAN - BUSINESS DATE FILE NOT AVAILABLE - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           READ BUSINESS-DATE-FILE
               AT END MOVE 0 TO PERFORM-FLAG.
           CLOSE BUSINESS-DATE-FILE.
           IF PERFORM-FLAG EQUAL TO 0
               DISPLAY 'MAINTRAN - BUSINESS DATE FILE EMPTY - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           IF BDAT-PROCESS-DATE NOT NUMERIC
               OR BDAT-PROCESS-DATE EQUAL ZERO
               DISPLAY 'MAINTRAN - BUSINESS DATE NOT NUMERIC - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE BDAT-PROCESS-DATE TO JOURNAL-RUN-DATE.
           MOVE 'Y' TO BUSINESS-DATE-SWITCH.
       READ-BUSINESS-DATE-EXIT.
           EXIT.
