       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ORDRMTCH.
       AUTHOR.  DATA PROCESSING.

      ****************************************************************
      *
      *            ORDRMTCH.CBL
      *
      *         THIS PROGRAM APPLIES THE DAILY ORDER OUTCOME FEED
      *         FROM ORDER ENTRY TO THE CUSTOMER REGION FILES. EACH
      *         FEED RECORD NAMES A CUSTOMER NUMBER AND AN OUTCOME
      *         ('W' WON, 'L' LOST, 'N' NO DECISION) WITH THE ORDER
      *         DATE AND ORDER VALUE. ORDER ENTRY DOES NOT KNOW
      *         WHICH REGION A CUSTOMER WAS FILED IN, SO THE
      *         CUSTOMER NUMBER IS LOOKED UP BY KEYED READ IN THE
      *         FOREIGN, EAST, WEST AND CENTRAL FILES IN TURN, AND
      *         THE FIRST RECORD FOUND HAS ITS OUTCOME, ORDER DATE
      *         AND ORDER VALUE REWRITTEN. A LATER OUTCOME FOR THE
      *         SAME CUSTOMER REPLACES AN EARLIER ONE.
      *         EVERY REWRITE IS JOURNALED TO THE SHARED CUSTOMER
      *         HISTORY FILE AS A CHANGE, WITH A BEFORE-IMAGE AHEAD OF
      *         IT AND AN AFTER-IMAGE BEHIND IT, THE SAME AS MAINTRAN.
      *         EVERY FEED RECORD, MATCHED OR REJECTED, IS LISTED ON
      *         THE ORDER MATCH AUDIT REPORT.
      *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * SHARED RUN-CONTROL INTERLOCK FOR THE REGION VSAM FILES
           SELECT RUN-CONTROL-FILE ASSIGN RUNCNTL
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS RUNC-FILE-STATUS.

      * INPUT DAILY ORDER OUTCOME FEED FROM ORDER ENTRY
           SELECT ORDER-FEED ASSIGN ORDRFEED
               ORGANIZATION SEQUENTIAL.

      * OUTPUT ORDER MATCH AUDIT REPORT
           SELECT ORDER-MATCH-REPORT ASSIGN ORDRRPT
               ORGANIZATION SEQUENTIAL.

      * CUSTOMER HISTORY JOURNAL - BEFORE/AFTER IMAGES OF EVERY
      * OUTCOME REWRITE APPLIED TO THE REGION FILES
           SELECT HISTORY-JOURNAL ASSIGN HISTJRNL
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS JRNL-FILE-STATUS.

      * FOREIGN SALES REGION VSAM FILE - MAINTAINED BY VSAMPROC
           SELECT FOREIGN-REGION ASSIGN FRGNVSAM
               ORGANIZATION INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FOREIGN-CUST-NUM
               ALTERNATE RECORD KEY IS FOREIGN-SALESREP WITH DUPLICATES
               ALTERNATE RECORD KEY IS FOREIGN-STATE    WITH DUPLICATES
               FILE STATUS IS FOREIGN-FILE-STATUS.

      * EASTERN SALES REGION VSAM FILE - MAINTAINED BY VSAMPROC
           SELECT EAST-REGION ASSIGN EASTVSAM
               ORGANIZATION INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EAST-CUST-NUM
               ALTERNATE RECORD KEY IS EAST-SALESREP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EAST-STATE    WITH DUPLICATES
               FILE STATUS IS EAST-FILE-STATUS.

      * WESTERN SALES REGION VSAM FILE - MAINTAINED BY VSAMPROC
           SELECT WEST-REGION ASSIGN WESTVSAM
               ORGANIZATION INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS WEST-CUST-NUM
               ALTERNATE RECORD KEY IS WEST-SALESREP WITH DUPLICATES
               ALTERNATE RECORD KEY IS WEST-STATE    WITH DUPLICATES
               FILE STATUS IS WEST-FILE-STATUS.

      * CENTRAL SALES REGION VSAM FILE - MAINTAINED BY VSAMPROC
           SELECT CENTRAL-REGION ASSIGN CNTRVSAM
               ORGANIZATION INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CNTR-CUST-NUM
               ALTERNATE RECORD KEY IS CNTR-SALESREP WITH DUPLICATES
               ALTERNATE RECORD KEY IS CNTR-STATE    WITH DUPLICATES
               FILE STATUS IS CENTRAL-FILE-STATUS.

      * SHARED BUSINESS-DATE CONTROL RECORD - ROLLED BY BDATROLL
           SELECT BUSINESS-DATE-FILE ASSIGN BUSDATE
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS BDAT-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.

       COPY 'ORDRFS'.

       WORKING-STORAGE SECTION.

       01  PERFORM-FLAG                PIC 9      VALUE 1.

       01  BDAT-FILE-STATUS            PIC X(02).

       01  BUSINESS-DATE-SWITCH        PIC X(01)  VALUE 'N'.
           88  BUSINESS-DATE-IS-VALID             VALUE 'Y'.

       01  FOREIGN-FILE-STATUS         PIC X(02).
       01  EAST-FILE-STATUS            PIC X(02).
       01  WEST-FILE-STATUS            PIC X(02).
       01  CENTRAL-FILE-STATUS         PIC X(02).
       01  JRNL-FILE-STATUS            PIC X(02).
       01  RUNC-FILE-STATUS            PIC X(02).

       01  INTERLOCK-OK-SWITCH         PIC X(01)  VALUE 'N'.
           88  RUN-MAY-PROCEED                    VALUE 'Y'.

       01  ORDER-OK-SWITCH             PIC X(01)  VALUE 'N'.
           88  ORDER-IS-VALID                     VALUE 'Y'.

       01  CUSTOMER-FOUND-SWITCH       PIC X(01)  VALUE 'N'.
           88  CUSTOMER-WAS-FOUND                 VALUE 'Y'.

       01  PRIOR-OUTCOME-SWITCH        PIC X(01)  VALUE 'N'.
           88  OUTCOME-WAS-ON-FILE                VALUE 'Y'.

       01  JOURNAL-RUN-DATE            PIC 9(08)  VALUE 0.
       01  JRNL-SEQUENCE-COUNT         PIC 9(05)  VALUE 0.

       01  RPT-ORDERS-READ-COUNT       PIC 9(05)  VALUE 0.
       01  RPT-WON-APPLIED-COUNT       PIC 9(05)  VALUE 0.
       01  RPT-LOST-APPLIED-COUNT      PIC 9(05)  VALUE 0.
       01  RPT-NO-DECISION-COUNT       PIC 9(05)  VALUE 0.
       01  RPT-REPLACED-COUNT          PIC 9(05)  VALUE 0.
       01  RPT-ORDERS-REJECT-COUNT     PIC 9(05)  VALUE 0.

       01  OM-HEADING-1.
           05  FILLER                  PIC X(40)
               VALUE 'ORDRMTCH - ORDER OUTCOME MATCH AUDIT'.

       01  OM-HEADING-2.
           05  FILLER                  PIC X(30)
               VALUE 'CUST-NUM  REG  OUT  ORDERED   '.
           05  FILLER                  PIC X(24)
               VALUE 'ORDER-VALUE  DISPOSITION'.

       01  OM-DETAIL-LINE.
           05  OM-CUST-NUM             PIC X(05).
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  OM-REGION               PIC X(01).
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  OM-OUTCOME              PIC X(01).
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  OM-ORDER-DATE           PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  OM-ORDER-VALUE          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  OM-DISPOSITION          PIC X(31).

       01  OM-SUMMARY-LINE.
           05  OM-SUMMARY-LABEL        PIC X(35).
           05  OM-SUMMARY-COUNT        PIC ZZ,ZZ9.

      *    A DATE TAKEN FROM A CARD IS PUT HERE AND PASSED THROUGH
      *    CHECK-CALENDAR-DATE BEFORE IT IS USED.
       01  CALENDAR-DATE               PIC 9(08)  VALUE 0.
       01  CALENDAR-DATE-PARTS REDEFINES CALENDAR-DATE.
           05  CALENDAR-YEAR           PIC 9(04).
           05  CALENDAR-MONTH          PIC 9(02).
           05  CALENDAR-DAY            PIC 9(02).
       01  CALENDAR-INTEGER            PIC 9(07)  VALUE 0.
       01  CALENDAR-ROUND-TRIP         PIC 9(08)  VALUE 0.
       01  CALENDAR-DATE-SWITCH        PIC X(01)  VALUE 'N'.
           88  CALENDAR-DATE-IS-VALID             VALUE 'Y'.

       PROCEDURE DIVISION.

       MAINLINE-PARAGRAPH.
           PERFORM CHECK-RUN-CONTROL THRU CHECK-RUN-CONTROL-EXIT.
           IF NOT RUN-MAY-PROCEED
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           PERFORM APPLY-ORDER-FEED.
           STOP RUN.

       APPLY-ORDER-FEED.
           PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
           IF NOT BUSINESS-DATE-IS-VALID
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM MARK-RUN-CONTROL-BUSY.
           OPEN INPUT ORDER-FEED.
           OPEN OUTPUT ORDER-MATCH-REPORT.
           OPEN I-O FOREIGN-REGION EAST-REGION WEST-REGION
                    CENTRAL-REGION.
           OPEN EXTEND HISTORY-JOURNAL.
           IF JRNL-FILE-STATUS EQUAL '35'
               OPEN OUTPUT HISTORY-JOURNAL
               CLOSE HISTORY-JOURNAL
               OPEN EXTEND HISTORY-JOURNAL.
           WRITE ORDER-MATCH-REPORT-LINE FROM OM-HEADING-1.
           WRITE ORDER-MATCH-REPORT-LINE FROM OM-HEADING-2.
           MOVE 1 TO PERFORM-FLAG.
           PERFORM APPLY-ONE-ORDER THRU APPLY-ONE-ORDER-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
           PERFORM WRITE-ORDER-SUMMARY.
           CLOSE ORDER-FEED ORDER-MATCH-REPORT
                 FOREIGN-REGION EAST-REGION WEST-REGION
                 CENTRAL-REGION HISTORY-JOURNAL.
           PERFORM CLEAR-RUN-CONTROL.
       APPLY-ORDER-FEED-EXIT.
           EXIT.

      ******************************************************************
      *    APPLY-ONE-ORDER -- EDIT ONE FEED RECORD, THEN LOOK FOR THE
      *    CUSTOMER IN EACH REGION FILE IN TURN UNTIL IT IS FOUND. A
      *    CUSTOMER ON NONE OF THE FOUR FILES IS REJECTED.
      ******************************************************************
       APPLY-ONE-ORDER.
           READ ORDER-FEED
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO APPLY-ONE-ORDER-EXIT.
           ADD 1 TO RPT-ORDERS-READ-COUNT.
           MOVE ORDR-CUST-NUM   TO OM-CUST-NUM.
           MOVE SPACES          TO OM-REGION.
           MOVE ORDR-OUTCOME    TO OM-OUTCOME.
           MOVE ORDR-ORDER-DATE TO OM-ORDER-DATE.
           MOVE 0               TO OM-ORDER-VALUE.
           IF ORDR-ORDER-VALUE NUMERIC
               MOVE ORDR-ORDER-VALUE TO OM-ORDER-VALUE.
           PERFORM EDIT-ORDER THRU EDIT-ORDER-EXIT.
           IF NOT ORDER-IS-VALID
               ADD 1 TO RPT-ORDERS-REJECT-COUNT
               WRITE ORDER-MATCH-REPORT-LINE FROM OM-DETAIL-LINE
               GO TO APPLY-ONE-ORDER-EXIT.
           MOVE 'N' TO CUSTOMER-FOUND-SWITCH PRIOR-OUTCOME-SWITCH.
           PERFORM MATCH-FOREIGN-ORDER THRU MATCH-FOREIGN-ORDER-EXIT.
           IF NOT CUSTOMER-WAS-FOUND
               PERFORM MATCH-EAST-ORDER THRU MATCH-EAST-ORDER-EXIT.
           IF NOT CUSTOMER-WAS-FOUND
               PERFORM MATCH-WEST-ORDER THRU MATCH-WEST-ORDER-EXIT.
           IF NOT CUSTOMER-WAS-FOUND
               PERFORM MATCH-CENTRAL-ORDER THRU
                       MATCH-CENTRAL-ORDER-EXIT.
           IF NOT CUSTOMER-WAS-FOUND
               MOVE 'CUSTOMER NOT ON FILE - REJECTED' TO OM-DISPOSITION
               ADD 1 TO RPT-ORDERS-REJECT-COUNT
               WRITE ORDER-MATCH-REPORT-LINE FROM OM-DETAIL-LINE
               GO TO APPLY-ONE-ORDER-EXIT.
           IF OUTCOME-WAS-ON-FILE
               MOVE 'OUTCOME REPLACED' TO OM-DISPOSITION
               ADD 1 TO RPT-REPLACED-COUNT
           ELSE
               MOVE 'OUTCOME RECORDED' TO OM-DISPOSITION.
           IF ORDR-IS-WON
               ADD 1 TO RPT-WON-APPLIED-COUNT
           ELSE
           IF ORDR-IS-LOST
               ADD 1 TO RPT-LOST-APPLIED-COUNT
           ELSE
               ADD 1 TO RPT-NO-DECISION-COUNT.
           WRITE ORDER-MATCH-REPORT-LINE FROM OM-DETAIL-LINE.
       APPLY-ONE-ORDER-EXIT.
           EXIT.

      ******************************************************************
      *    EDIT-ORDER -- THE OUTCOME MUST BE W, L OR N, THE ORDER DATE
      *    A REAL CALENDAR DATE NO LATER THAN THE BUSINESS DATE, AND THE
      *    ORDER VALUE NUMERIC. A LOST OR NO-DECISION OUTCOME MAY CARRY
      *    A ZERO VALUE.
      ******************************************************************
       EDIT-ORDER.
           MOVE 'N' TO ORDER-OK-SWITCH.
           IF NOT ORDR-OUTCOME-IS-VALID
               MOVE 'OUTCOME NOT W/L/N - REJECTED' TO OM-DISPOSITION
               GO TO EDIT-ORDER-EXIT.
           IF ORDR-ORDER-DATE NOT NUMERIC
               OR ORDR-ORDER-DATE EQUAL ZERO
               MOVE 'ORDER DATE INVALID - REJECTED' TO OM-DISPOSITION
               GO TO EDIT-ORDER-EXIT.
           MOVE ORDR-ORDER-DATE TO CALENDAR-DATE.
           PERFORM CHECK-CALENDAR-DATE THRU CHECK-CALENDAR-DATE-EXIT.
           IF NOT CALENDAR-DATE-IS-VALID
               MOVE 'NOT A CALENDAR DATE - REJECTED' TO OM-DISPOSITION
               GO TO EDIT-ORDER-EXIT.
           IF ORDR-ORDER-DATE GREATER THAN JOURNAL-RUN-DATE
               MOVE 'ORDER DATE IN FUTURE - REJECTED' TO OM-DISPOSITION
               GO TO EDIT-ORDER-EXIT.
           IF ORDR-ORDER-VALUE NOT NUMERIC
               MOVE 'ORDER VALUE NOT NUMERIC - REJECT'
                                         TO OM-DISPOSITION
               GO TO EDIT-ORDER-EXIT.
           MOVE 'Y' TO ORDER-OK-SWITCH.
       EDIT-ORDER-EXIT.
           EXIT.

      ******************************************************************
      *    CHECK-CALENDAR-DATE -- A DATE IS GOOD ONLY IF IT IS ON THE
      *    CALENDAR: MONTH 01-12, AND A DAY THAT SURVIVES THE TRIP TO
      *    A DAY INTEGER AND BACK UNCHANGED, SO 31 NOVEMBER OR 29
      *    FEBRUARY OUTSIDE A LEAP YEAR IS REJECTED. THE DAY INTEGER
      *    IS LEFT IN CALENDAR-INTEGER FOR THE CALLER.
      ******************************************************************
       CHECK-CALENDAR-DATE.
           MOVE 'N' TO CALENDAR-DATE-SWITCH.
           MOVE 0 TO CALENDAR-INTEGER.
           IF CALENDAR-YEAR LESS THAN 1601
               OR CALENDAR-MONTH LESS THAN 1
               OR CALENDAR-MONTH GREATER THAN 12
               OR CALENDAR-DAY LESS THAN 1
               OR CALENDAR-DAY GREATER THAN 31
               GO TO CHECK-CALENDAR-DATE-EXIT.
           COMPUTE CALENDAR-INTEGER =
               FUNCTION INTEGER-OF-DATE(CALENDAR-DATE).
           COMPUTE CALENDAR-ROUND-TRIP =
               FUNCTION DATE-OF-INTEGER(CALENDAR-INTEGER).
           IF CALENDAR-ROUND-TRIP EQUAL CALENDAR-DATE
               MOVE 'Y' TO CALENDAR-DATE-SWITCH.
       CHECK-CALENDAR-DATE-EXIT.
           EXIT.

      ******************************************************************
      *    MATCH-FOREIGN/EAST/WEST/CENTRAL-ORDER -- KEYED READ OF ONE
      *    REGION FILE. WHEN THE CUSTOMER IS THERE, JOURNAL THE
      *    BEFORE-IMAGE, REWRITE THE OUTCOME, ORDER DATE AND ORDER
      *    VALUE, AND JOURNAL THE AFTER-IMAGE.
      ******************************************************************
       MATCH-FOREIGN-ORDER.
           MOVE ORDR-CUST-NUM TO FOREIGN-CUST-NUM.
           READ FOREIGN-REGION INVALID KEY
               GO TO MATCH-FOREIGN-ORDER-EXIT.
           MOVE 'Y' TO CUSTOMER-FOUND-SWITCH.
           MOVE 'F' TO OM-REGION.
           IF FOREIGN-ORDER-WON OR FOREIGN-ORDER-LOST
               OR FOREIGN-NO-DECISION
               MOVE 'Y' TO PRIOR-OUTCOME-SWITCH.
           MOVE 'C' TO JRNL-ACTION.
           MOVE 'B' TO JRNL-IMAGE-TYPE.
           PERFORM JOURNAL-FOREIGN-RECORD.
           MOVE ORDR-OUTCOME     TO FOREIGN-ORDER-OUTCOME.
           MOVE ORDR-ORDER-DATE  TO FOREIGN-ORDER-DATE.
           MOVE ORDR-ORDER-VALUE TO FOREIGN-ORDER-VALUE.
           REWRITE FOREIGN-REGION-RECORD.
           MOVE 'A' TO JRNL-IMAGE-TYPE.
           PERFORM JOURNAL-FOREIGN-RECORD.
       MATCH-FOREIGN-ORDER-EXIT.
           EXIT.

       MATCH-EAST-ORDER.
           MOVE ORDR-CUST-NUM TO EAST-CUST-NUM.
           READ EAST-REGION INVALID KEY
               GO TO MATCH-EAST-ORDER-EXIT.
           MOVE 'Y' TO CUSTOMER-FOUND-SWITCH.
           MOVE 'E' TO OM-REGION.
           IF EAST-ORDER-WON OR EAST-ORDER-LOST
               OR EAST-NO-DECISION
               MOVE 'Y' TO PRIOR-OUTCOME-SWITCH.
           MOVE 'C' TO JRNL-ACTION.
           MOVE 'B' TO JRNL-IMAGE-TYPE.
           PERFORM JOURNAL-EAST-RECORD.
           MOVE ORDR-OUTCOME     TO EAST-ORDER-OUTCOME.
           MOVE ORDR-ORDER-DATE  TO EAST-ORDER-DATE.
           MOVE ORDR-ORDER-VALUE TO EAST-ORDER-VALUE.
           REWRITE EAST-REGION-RECORD.
           MOVE 'A' TO JRNL-IMAGE-TYPE.
           PERFORM JOURNAL-EAST-RECORD.
       MATCH-EAST-ORDER-EXIT.
           EXIT.

       MATCH-WEST-ORDER.
           MOVE ORDR-CUST-NUM TO WEST-CUST-NUM.
           READ WEST-REGION INVALID KEY
               GO TO MATCH-WEST-ORDER-EXIT.
           MOVE 'Y' TO CUSTOMER-FOUND-SWITCH.
           MOVE 'W' TO OM-REGION.
           IF WEST-ORDER-WON OR WEST-ORDER-LOST
               OR WEST-NO-DECISION
               MOVE 'Y' TO PRIOR-OUTCOME-SWITCH.
           MOVE 'C' TO JRNL-ACTION.
           MOVE 'B' TO JRNL-IMAGE-TYPE.
           PERFORM JOURNAL-WEST-RECORD.
           MOVE ORDR-OUTCOME     TO WEST-ORDER-OUTCOME.
           MOVE ORDR-ORDER-DATE  TO WEST-ORDER-DATE.
           MOVE ORDR-ORDER-VALUE TO WEST-ORDER-VALUE.
           REWRITE WEST-REGION-RECORD.
           MOVE 'A' TO JRNL-IMAGE-TYPE.
           PERFORM JOURNAL-WEST-RECORD.
       MATCH-WEST-ORDER-EXIT.
           EXIT.

       MATCH-CENTRAL-ORDER.
           MOVE ORDR-CUST-NUM TO CNTR-CUST-NUM.
           READ CENTRAL-REGION INVALID KEY
               GO TO MATCH-CENTRAL-ORDER-EXIT.
           MOVE 'Y' TO CUSTOMER-FOUND-SWITCH.
           MOVE 'C' TO OM-REGION.
           IF CNTR-ORDER-WON OR CNTR-ORDER-LOST
               OR CNTR-NO-DECISION
               MOVE 'Y' TO PRIOR-OUTCOME-SWITCH.
           MOVE 'C' TO JRNL-ACTION.
           MOVE 'B' TO JRNL-IMAGE-TYPE.
           PERFORM JOURNAL-CENTRAL-RECORD.
           MOVE ORDR-OUTCOME     TO CNTR-ORDER-OUTCOME.
           MOVE ORDR-ORDER-DATE  TO CNTR-ORDER-DATE.
           MOVE ORDR-ORDER-VALUE TO CNTR-ORDER-VALUE.
           REWRITE CENTRAL-REGION-RECORD.
           MOVE 'A' TO JRNL-IMAGE-TYPE.
           PERFORM JOURNAL-CENTRAL-RECORD.
       MATCH-CENTRAL-ORDER-EXIT.
           EXIT.

      ******************************************************************
      *    JOURNAL-FOREIGN/EAST/WEST/CENTRAL-RECORD -- WRITE ONE
      *    HISTORY JOURNAL ENTRY CARRYING AN IMAGE OF THE REGION RECORD
      *    CURRENTLY IN THE RECORD AREA. THE CALLER SETS JRNL-ACTION
      *    AND JRNL-IMAGE-TYPE.
      ******************************************************************
       JOURNAL-FOREIGN-RECORD.
           MOVE FOREIGN-CUST-NUM        TO JRNL-CUST-NUM.
           MOVE 'F'                     TO JRNL-REGION.
           MOVE FOREIGN-REGION-RECORD   TO JRNL-RECORD-IMAGE.
           PERFORM WRITE-JOURNAL-RECORD.
       JOURNAL-FOREIGN-RECORD-EXIT.
           EXIT.

       JOURNAL-EAST-RECORD.
           MOVE EAST-CUST-NUM           TO JRNL-CUST-NUM.
           MOVE 'E'                     TO JRNL-REGION.
           MOVE EAST-REGION-RECORD      TO JRNL-RECORD-IMAGE.
           PERFORM WRITE-JOURNAL-RECORD.
       JOURNAL-EAST-RECORD-EXIT.
           EXIT.

       JOURNAL-WEST-RECORD.
           MOVE WEST-CUST-NUM           TO JRNL-CUST-NUM.
           MOVE 'W'                     TO JRNL-REGION.
           MOVE WEST-REGION-RECORD      TO JRNL-RECORD-IMAGE.
           PERFORM WRITE-JOURNAL-RECORD.
       JOURNAL-WEST-RECORD-EXIT.
           EXIT.

       JOURNAL-CENTRAL-RECORD.
           MOVE CNTR-CUST-NUM           TO JRNL-CUST-NUM.
           MOVE 'C'                     TO JRNL-REGION.
           MOVE CENTRAL-REGION-RECORD   TO JRNL-RECORD-IMAGE.
           PERFORM WRITE-JOURNAL-RECORD.
       JOURNAL-CENTRAL-RECORD-EXIT.
           EXIT.

       WRITE-JOURNAL-RECORD.
           MOVE JOURNAL-RUN-DATE        TO JRNL-RUN-DATE.
           ADD 1 TO JRNL-SEQUENCE-COUNT.
           MOVE JRNL-SEQUENCE-COUNT     TO JRNL-SEQUENCE.
           MOVE 'ORDRMTCH'              TO JRNL-PROGRAM.
           WRITE JOURNAL-RECORD.
       WRITE-JOURNAL-RECORD-EXIT.
           EXIT.

       WRITE-ORDER-SUMMARY.
           MOVE SPACES TO ORDER-MATCH-REPORT-LINE.
           WRITE ORDER-MATCH-REPORT-LINE.
           MOVE 'ORDER OUTCOMES READ' TO OM-SUMMARY-LABEL.
           MOVE RPT-ORDERS-READ-COUNT TO OM-SUMMARY-COUNT.
           WRITE ORDER-MATCH-REPORT-LINE FROM OM-SUMMARY-LINE.
           MOVE 'ORDERS WON RECORDED' TO OM-SUMMARY-LABEL.
           MOVE RPT-WON-APPLIED-COUNT TO OM-SUMMARY-COUNT.
           WRITE ORDER-MATCH-REPORT-LINE FROM OM-SUMMARY-LINE.
           MOVE 'ORDERS LOST RECORDED' TO OM-SUMMARY-LABEL.
           MOVE RPT-LOST-APPLIED-COUNT TO OM-SUMMARY-COUNT.
           WRITE ORDER-MATCH-REPORT-LINE FROM OM-SUMMARY-LINE.
           MOVE 'NO DECISION RECORDED' TO OM-SUMMARY-LABEL.
           MOVE RPT-NO-DECISION-COUNT TO OM-SUMMARY-COUNT.
           WRITE ORDER-MATCH-REPORT-LINE FROM OM-SUMMARY-LINE.
           MOVE '  OF WHICH REPLACED AN OUTCOME' TO OM-SUMMARY-LABEL.
           MOVE RPT-REPLACED-COUNT TO OM-SUMMARY-COUNT.
           WRITE ORDER-MATCH-REPORT-LINE FROM OM-SUMMARY-LINE.
           MOVE 'ORDER OUTCOMES REJECTED' TO OM-SUMMARY-LABEL.
           MOVE RPT-ORDERS-REJECT-COUNT TO OM-SUMMARY-COUNT.
           WRITE ORDER-MATCH-REPORT-LINE FROM OM-SUMMARY-LINE.
       WRITE-ORDER-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      *    CHECK-RUN-CONTROL -- THE SHARED REGION FILE INTERLOCK. A
      *    MISSING OR EMPTY RUN-CONTROL FILE, OR A RECORD MARKED
      *    FREE, LETS THE RUN PROCEED. BUSY OR RELOAD-INCOMPLETE
      *    STATES BLOCK THE RUN WITH RETURN-CODE 12; AN ORDRMTCH RUN
      *    THAT DIED IN FLIGHT MAY BE RERUN OVER ITS OWN MARK.
      ******************************************************************
       CHECK-RUN-CONTROL.
           MOVE 'N' TO INTERLOCK-OK-SWITCH.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNC-FILE-STATUS NOT EQUAL '00'
               MOVE 'Y' TO INTERLOCK-OK-SWITCH
               GO TO CHECK-RUN-CONTROL-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           READ RUN-CONTROL-FILE
               AT END MOVE 0 TO PERFORM-FLAG.
           CLOSE RUN-CONTROL-FILE.
           IF PERFORM-FLAG EQUAL TO 0
               MOVE 'Y' TO INTERLOCK-OK-SWITCH
               GO TO CHECK-RUN-CONTROL-EXIT.
           IF RUNC-FILES-FREE
               MOVE 'Y' TO INTERLOCK-OK-SWITCH
               GO TO CHECK-RUN-CONTROL-EXIT.
           IF RUNC-RELOAD-INCOMPLETE
               DISPLAY 'ORDRMTCH - REGION FILES LOCKED - RELOAD OF '
                   'REGION ' RUNC-REGION ' INCOMPLETE - '
                   'RELOAD IT CLEAN BEFORE ANY OTHER RUN'
               GO TO CHECK-RUN-CONTROL-EXIT.
           IF RUNC-PROGRAM EQUAL 'ORDRMTCH'
               DISPLAY 'ORDRMTCH - PRIOR RUN DIED IN FLIGHT ON '
                   RUNC-RUN-DATE ' - RERUNNING OVER ITS MARK'
               MOVE 'Y' TO INTERLOCK-OK-SWITCH
               GO TO CHECK-RUN-CONTROL-EXIT.
           DISPLAY 'ORDRMTCH - REGION FILES BUSY - ' RUNC-PROGRAM
               ' IN FLIGHT SINCE ' RUNC-RUN-DATE ' - RUN ABANDONED'.
       CHECK-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      *    MARK-RUN-CONTROL-BUSY / CLEAR-RUN-CONTROL -- WRITE THE
      *    SINGLE RUN-CONTROL RECORD BUSY BEFORE THE REGION FILES
      *    ARE OPENED AND FREE AFTER THEY ARE CLOSED, SO AN ABEND IN
      *    BETWEEN LEAVES THE IN-FLIGHT MARK FOR THE NEXT JOB TO SEE.
      ******************************************************************
       MARK-RUN-CONTROL-BUSY.
           OPEN OUTPUT RUN-CONTROL-FILE.
           MOVE SPACES           TO RUN-CONTROL-REC.
           MOVE 'ORDRMTCH'       TO RUNC-PROGRAM.
           MOVE JOURNAL-RUN-DATE TO RUNC-RUN-DATE.
           MOVE 'B'              TO RUNC-STATE.
           WRITE RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
       MARK-RUN-CONTROL-BUSY-EXIT.
           EXIT.

       CLEAR-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE.
           MOVE SPACES           TO RUN-CONTROL-REC.
           MOVE 'ORDRMTCH'       TO RUNC-PROGRAM.
           MOVE JOURNAL-RUN-DATE TO RUNC-RUN-DATE.
           MOVE 'F'              TO RUNC-STATE.
           WRITE RUN-CONTROL-REC.
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
               DISPLAY 'ORDRMTCH - BUSINESS DATE FILE NOT AVAILABLE - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           READ BUSINESS-DATE-FILE
               AT END MOVE 0 TO PERFORM-FLAG.
           CLOSE BUSINESS-DATE-FILE.
           IF PERFORM-FLAG EQUAL TO 0
               DISPLAY 'ORDRMTCH - BUSINESS DATE FILE EMPTY - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           IF BDAT-PROCESS-DATE NOT NUMERIC
               OR BDAT-PROCESS-DATE EQUAL ZERO
               DISPLAY 'ORDRMTCH - BUSINESS DATE NOT NUMERIC - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE BDAT-PROCESS-DATE TO JOURNAL-RUN-DATE.
           MOVE 'Y' TO BUSINESS-DATE-SWITCH.
       READ-BUSINESS-DATE-EXIT.
           EXIT.
