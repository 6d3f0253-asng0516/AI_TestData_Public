      *         MASTER THE SAME WAY MAINTRAN VALIDATES A CHANGE. THE
      *         REGION FILES ARE WALKED ON THE SALESREP ALTERNATE
      *         KEY THE WAY AGERPT WALKS THEM, AND FOR EVERY OPEN
      *         INQUIRY OLDER THAN THE THRESHOLD - IN CALENDAR
      *         DAYS, OR IN BUSINESS DAYS CLEAR OF WEEKENDS AND THE
      *         HOLIDAY CALENDAR WHEN THE 'T' CARD ASKS - A CHANGE
      *         TRANSACTION IN THE TRANFD LAYOUT IS GENERATED MOVING
      *         THE CUSTOMER TO THE OFFICE'S ESCALATION REP -- READY
      *         FOR THE NORMAL MAINTRAN RUN TO APPLY WITH ITS FULL
      *         JOURNALING AND AUDIT REPORTING (THE TRANSACTION IS
      *         MARKED AS ESCALATE'S, AND MAINTRAN JOURNALS IT UNDER
      *         THAT NAME FOR THE RESPONSE-TIME SCORECARD). THE
      *         ESCALATION LISTING SHOWS EVERY TRANSACTION GENERATED
      *         UNDER A BREAK LINE PER REGION AND REP, AND THE SUMMARY
      *         RECONCILES EVERY OPEN INQUIRY EXAMINED AGAINST
      *         ESCALATED, STILL FRESH, ALREADY WITH THE ESCALATION
      *         REP, OR IN AN OFFICE WITH NO ESCALATION CARD. A
      *         CUSTOMER ON THE DO-NOT-CONTACT SUPPRESSION MASTER IS
      *         NEVER ESCALATED - NO REP SHOULD BE CALLING IT - AND
      *         IS ACCOUNTED FOR ON THE SUMMARY AS SUPPRESSED.
      *
      ****************************************************************

               ALTERNATE RECORD KEY IS CNTR-STATE    WITH DUPLICATES
               FILE STATUS IS CENTRAL-FILE-STATUS.

      * DO-NOT-CONTACT SUPPRESSION MASTER - MAINTAINED BY SUPPMNT
           SELECT SUPPRESSION-MASTER ASSIGN SUPPMST
               ORGANIZATION INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SUPP-CUST-NUM
               ALTERNATE RECORD KEY IS SUPP-PHONE   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SUPP-COMPANY WITH DUPLICATES
               FILE STATUS IS SUPP-FILE-STATUS.

      * OUTPUT ESCALATION LISTING
           SELECT ESCALATION-REPORT ASSIGN ESCLRPT
               ORGANIZATION SEQUENTIAL.

      * SHARED BUSINESS-DATE CONTROL RECORD - ROLLED BY BDATROLL
           SELECT BUSINESS-DATE-FILE ASSIGN BUSDATE
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS BDAT-FILE-STATUS.

      * HOLIDAY CALENDAR - WEEKDAY HOLIDAYS LEFT OUT OF BUSINESS-DAY AGE
           SELECT HOLIDAY-CALENDAR ASSIGN HOLICAL
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS HOLI-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.

       01  PERFORM-FLAG                PIC 9      VALUE 1.

       01  BDAT-FILE-STATUS            PIC X(02).

       01  BUSINESS-DATE-SWITCH        PIC X(01)  VALUE 'N'.
           88  BUSINESS-DATE-IS-VALID             VALUE 'Y'.

       01  FOREIGN-FILE-STATUS         PIC X(02).
       01  EAST-FILE-STATUS            PIC X(02).
       01  WEST-FILE-STATUS            PIC X(02).
       01  CENTRAL-FILE-STATUS         PIC X(02).
       01  SREP-FILE-STATUS            PIC X(02).
       01  RUNC-FILE-STATUS            PIC X(02).
       01  HOLI-FILE-STATUS            PIC X(02).
       01  SUPP-FILE-STATUS            PIC X(02).

       01  INTERLOCK-OK-SWITCH         PIC X(01)  VALUE 'N'.
           88  RUN-MAY-PROCEED                    VALUE 'Y'.

       01  REASSIGN-THRESHOLD-DAYS     PIC 9(04)  VALUE 0.

       01  AGE-BASIS-SWITCH            PIC X(01)  VALUE 'C'.
           88  AGE-IN-BUSINESS-DAYS               VALUE 'B'.

       01  TODAY-DATE                  PIC 9(08)  VALUE 0.
       01  TODAY-INTEGER               PIC 9(07)  VALUE 0.
       01  AGE-DAYS                    PIC 9(04)  VALUE 0.
       01  BUSINESS-AGE-DAYS           PIC 9(04)  VALUE 0.
       01  THRESHOLD-AGE-DAYS          PIC 9(04)  VALUE 0.
       01  RECVD-INTEGER               PIC 9(07)  VALUE 0.
       01  DAY-INTEGER                 PIC 9(07)  VALUE 0.
       01  AGE-WEEKS                   PIC 9(04)  VALUE 0.
       01  AGE-ODD-DAYS                PIC 9(01)  VALUE 0.
       01  DOW-QUOTIENT                PIC 9(07)  VALUE 0.
       01  DOW-REMAINDER               PIC 9(01)  VALUE 0.

      ******************************************************************
      *    WEEKDAY HOLIDAYS FROM THE HOLIDAY CALENDAR, HELD AS DAY
      *    INTEGERS. HOLIDAYS FALLING ON A WEEKEND ARE NOT LOADED, AS
      *    THE WEEKEND IS ALREADY LEFT OUT OF THE BUSINESS-DAY AGE.
      ******************************************************************
       01  HOLIDAY-COUNT               PIC 9(03)  VALUE 0.
       01  HOLIDAY-SUB                 PIC 9(03)  VALUE 0.
       01  HOLIDAY-TABLE-AREA.
           05  HOLIDAY-TABLE OCCURS 100 TIMES.
               10  HT-INTEGER          PIC 9(07).

       01  RPT-OPEN-EXAMINED-COUNT     PIC 9(05)  VALUE 0.
       01  RPT-ESCALATED-COUNT         PIC 9(05)  VALUE 0.
       01  RPT-BELOW-THRESHOLD-COUNT   PIC 9(05)  VALUE 0.
       01  RPT-ALREADY-ASSIGNED-COUNT  PIC 9(05)  VALUE 0.
       01  RPT-NO-ESCL-REP-COUNT       PIC 9(05)  VALUE 0.
       01  RPT-SUPPRESSED-COUNT        PIC 9(05)  VALUE 0.
       01  RPT-ACCOUNTED-COUNT         PIC 9(05)  VALUE 0.
       01  RPT-FOREIGN-ESCL-COUNT      PIC 9(05)  VALUE 0.
       01  RPT-EAST-ESCL-COUNT         PIC 9(05)  VALUE 0.
       01  RPT-WEST-ESCL-COUNT         PIC 9(05)  VALUE 0.
       01  RPT-CENTRAL-ESCL-COUNT      PIC 9(05)  VALUE 0.

       01  SUPPRESSION-FILE-SWITCH     PIC X(01)  VALUE 'N'.
           88  SUPPRESSION-FILE-OPEN              VALUE 'Y'.
           88  SUPPRESSION-FILE-FAILED            VALUE 'X'.

       01  SUPPRESSION-MATCH-TYPE      PIC X(01)  VALUE SPACE.
           88  CUSTOMER-IS-SUPPRESSED             VALUE 'N' 'P' 'C'.

      *    THE CUSTOMER NUMBER, PHONE AND COMPANY TO BE MATCHED
      *    AGAINST THE SUPPRESSION MASTER BY CHECK-SUPPRESSION.
       01  SUPPRESSION-CANDIDATE.
           05  SC-CUST-NUM             PIC X(05).
           05  SC-PHONE.
               10  SC-AREA-CODE        PIC X(03).
               10  SC-PHONE-1          PIC X(03).
               10  SC-PHONE-2          PIC X(04).
           05  SC-COMPANY              PIC X(20).

       01  ESCL-GENERATED-SWITCH       PIC X(01)  VALUE 'N'.
           88  ESCL-WAS-GENERATED                 VALUE 'Y'.

           05  FILLER                  PIC X(25)
               VALUE 'REASSIGNMENT THRESHOLD   '.
           05  ES-THRESHOLD-DAYS       PIC ZZZ9.
           05  ES-THRESHOLD-BASIS      PIC X(14)  VALUE ' DAYS'.

       01  ES-BREAK-LINE.
           05  FILLER                  PIC X(07)  VALUE 'REGION '.

       01  ES-HEADING-2.
           05  FILLER                  PIC X(50)  VALUE
               'CUST-NUM  OFFICE  NEW-REP  AGE-DAYS  BUS-DAYS'.

       01  ES-DETAIL-LINE.
           05  ES-CUST-NUM             PIC X(05).
           05  ES-NEW-REP              PIC X(05).
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  ES-AGE-DAYS             PIC ZZZ9.
           05  FILLER                  PIC X(06)  VALUE SPACES.
           05  ES-BUS-DAYS             PIC ZZZ9.

       01  ES-SUMMARY-LINE.
           05  ES-SUMMARY-LABEL        PIC X(35).
           IF NOT RUN-MAY-PROCEED
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
           IF NOT BUSINESS-DATE-IS-VALID
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-DATE).
           PERFORM LOAD-HOLIDAY-CALENDAR
               THRU LOAD-HOLIDAY-CALENDAR-EXIT.
           PERFORM LOAD-ESCALATION-CONTROL.
           IF NOT CONTROL-CARDS-ARE-VALID
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM OPEN-SUPPRESSION-MASTER.
           IF SUPPRESSION-FILE-FAILED
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM GENERATE-ESCALATIONS.
           PERFORM PROGRAM-TERMINATOR.
           STOP RUN.
           IF ESCL-IS-THRESHOLD
               IF ESCL-THRESHOLD-DAYS NUMERIC
                   AND ESCL-THRESHOLD-DAYS GREATER THAN 0
                   AND ESCL-AGE-BASIS-IS-VALID
                   MOVE ESCL-THRESHOLD-DAYS TO REASSIGN-THRESHOLD-DAYS
                   MOVE 'C' TO AGE-BASIS-SWITCH
                   IF ESCL-BASIS-BUSINESS
                       MOVE 'B' TO AGE-BASIS-SWITCH
                   END-IF
                   MOVE 'Y' TO THRESHOLD-SEEN-SWITCH
               ELSE
                   DISPLAY 'ESCALATE - THRESHOLD CARD NOT NUMERIC, '
                       'ZERO OR AGE BASIS NOT B OR C - REJECTED'
                   MOVE 'Y' TO CARD-ERROR-SWITCH
               END-IF
               GO TO LOAD-ONE-CONTROL-CARD-EXIT.
           OPEN OUTPUT TRANSACTION-FILE ESCALATION-REPORT.
           WRITE ESCALATION-REPORT-LINE FROM ES-HEADING-1.
           MOVE REASSIGN-THRESHOLD-DAYS TO ES-THRESHOLD-DAYS.
           IF AGE-IN-BUSINESS-DAYS
               MOVE ' BUSINESS DAYS' TO ES-THRESHOLD-BASIS
           ELSE
               MOVE ' DAYS' TO ES-THRESHOLD-BASIS.
           WRITE ESCALATION-REPORT-LINE FROM ES-THRESHOLD-LINE.
           MOVE SPACES TO CURR-REGION CURR-SALESREP.
           MOVE LOW-VALUES TO FOREIGN-SALESREP.
           PERFORM WRITE-ESCALATION-SUMMARY.
           CLOSE FOREIGN-REGION EAST-REGION WEST-REGION CENTRAL-REGION
                 TRANSACTION-FILE ESCALATION-REPORT.
           IF SUPPRESSION-FILE-OPEN
               CLOSE SUPPRESSION-MASTER.
       GENERATE-ESCALATIONS-EXIT.
           EXIT.

           EXIT.

      ******************************************************************
      *    ESCALATE-ONE-CUSTOMER -- ONE OPEN INQUIRY IN ESCL-WORK-AREA:
      *    LEAVE IT WITH ITS REP WHEN THE CUSTOMER IS ON THE SUPPRESSION
      *    MASTER, OTHERWISE AGE IT THE WAY AGERPT DOES (A BLANK OR ZERO
      *    RECEIVED DATE COUNTS AS 9999 DAYS SO IT CANNOT HIDE), AND
      *    WHEN IT IS PAST THE THRESHOLD - COUNTED IN BUSINESS DAYS WHEN
      *    THE THRESHOLD CARD SAYS SO - AND THE OFFICE HAS AN ESCALATION
      *    REP THE CUSTOMER IS NOT ALREADY WITH, WRITE THE CHANGE
      *    TRANSACTION AND ITS LISTING LINE.
      ******************************************************************
       ESCALATE-ONE-CUSTOMER.
           MOVE 'N' TO ESCL-GENERATED-SWITCH.
           ADD 1 TO RPT-OPEN-EXAMINED-COUNT.
           MOVE EW-CUST-NUM  TO SC-CUST-NUM.
           MOVE EW-AREA-CODE TO SC-AREA-CODE.
           MOVE EW-PHONE-1   TO SC-PHONE-1.
           MOVE EW-PHONE-2   TO SC-PHONE-2.
           MOVE EW-COMPANY   TO SC-COMPANY.
           PERFORM CHECK-SUPPRESSION THRU CHECK-SUPPRESSION-EXIT.
           IF CUSTOMER-IS-SUPPRESSED
               ADD 1 TO RPT-SUPPRESSED-COUNT
               GO TO ESCALATE-ONE-CUSTOMER-EXIT.
           PERFORM COMPUTE-INQUIRY-AGE.
           IF AGE-IN-BUSINESS-DAYS
               MOVE BUSINESS-AGE-DAYS TO THRESHOLD-AGE-DAYS
           ELSE
               MOVE AGE-DAYS TO THRESHOLD-AGE-DAYS.
           IF THRESHOLD-AGE-DAYS NOT GREATER THAN
               REASSIGN-THRESHOLD-DAYS
               ADD 1 TO RPT-BELOW-THRESHOLD-COUNT
               GO TO ESCALATE-ONE-CUSTOMER-EXIT.
           SET OFFICE-INDEX TO 1.
      *    WRITE-ESCALATION-TRAN -- ONE CHANGE TRANSACTION IN THE
      *    TRANFD LAYOUT. EVERY FIELD A MAINTRAN CHANGE REWRITES IS
      *    FILLED FROM THE RECORD ON FILE, SO THE ONLY THING THE
      *    APPLIED CHANGE ALTERS IS THE SALESREP. THE SOURCE BYTE
      *    MARKS IT AS AN ESCALATION SO THE JOURNALED CHANGE CAN BE
      *    TOLD FROM A REASSIGNMENT KEYED BY THE OFFICE.
      ******************************************************************
       WRITE-ESCALATION-TRAN.
           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE EW-AREA-CODE   TO TRAN-AREA-CODE.
           MOVE EW-PHONE-1     TO TRAN-PHONE-1.
           MOVE EW-PHONE-2     TO TRAN-PHONE-2.
           MOVE 'E'            TO TRAN-SOURCE.
           WRITE TRANSACTION-RECORD.
       WRITE-ESCALATION-TRAN-EXIT.
           EXIT.
           MOVE EW-OFFICE   TO ES-OFFICE.
           MOVE OR-ESCL-REP(OFFICE-INDEX) TO ES-NEW-REP.
           MOVE AGE-DAYS    TO ES-AGE-DAYS.
           MOVE BUSINESS-AGE-DAYS TO ES-BUS-DAYS.
           WRITE ESCALATION-REPORT-LINE FROM ES-DETAIL-LINE.
       WRITE-ESCALATION-DETAIL-EXIT.
           EXIT.

      ******************************************************************
      *    COMPUTE-INQUIRY-AGE -- AGE IN DAYS FROM THE RECEIVED DATE
      *    TO TODAY, IN CALENDAR AND IN BUSINESS DAYS, THE SAME
      *    RULES AGERPT APPLIES.
      ******************************************************************
       COMPUTE-INQUIRY-AGE.
           IF EW-RECVD-DATE NOT NUMERIC
               OR EW-RECVD-DATE EQUAL TO 0
               MOVE 9999 TO AGE-DAYS
           ELSE
               COMPUTE RECVD-INTEGER =
                   FUNCTION INTEGER-OF-DATE(EW-RECVD-DATE)
               COMPUTE AGE-DAYS = TODAY-INTEGER - RECVD-INTEGER
                   ON SIZE ERROR
                   MOVE 9999 TO AGE-DAYS.
           PERFORM COMPUTE-BUSINESS-AGE THRU COMPUTE-BUSINESS-AGE-EXIT.
       COMPUTE-INQUIRY-AGE-EXIT.
           EXIT.

      ******************************************************************
      *    COMPUTE-BUSINESS-AGE -- THE CALENDAR AGE LESS WEEKENDS AND
      *    WEEKDAY HOLIDAYS. EVERY WHOLE WEEK IN THE AGE HOLDS FIVE
      *    BUSINESS DAYS; THE ODD DAYS LEFT OVER ARE WALKED ONE AT A
      *    TIME AND COUNTED WHEN THEY FALL MONDAY TO FRIDAY. EACH
      *    HOLIDAY AFTER THE RECEIVED DATE, UP TO AND INCLUDING TODAY,
      *    THEN COMES OFF. AN AGE OF 9999 STAYS 9999.
      ******************************************************************
       COMPUTE-BUSINESS-AGE.
           IF AGE-DAYS EQUAL TO 9999
               MOVE 9999 TO BUSINESS-AGE-DAYS
               GO TO COMPUTE-BUSINESS-AGE-EXIT.
           DIVIDE AGE-DAYS BY 7 GIVING AGE-WEEKS
               REMAINDER AGE-ODD-DAYS.
           COMPUTE BUSINESS-AGE-DAYS = AGE-WEEKS * 5.
           COMPUTE DAY-INTEGER = RECVD-INTEGER + (AGE-WEEKS * 7).
           PERFORM COUNT-ONE-ODD-DAY THRU COUNT-ONE-ODD-DAY-EXIT
               AGE-ODD-DAYS TIMES.
           PERFORM DISCOUNT-ONE-HOLIDAY THRU DISCOUNT-ONE-HOLIDAY-EXIT
               VARYING HOLIDAY-SUB FROM 1 BY 1
               UNTIL HOLIDAY-SUB GREATER THAN HOLIDAY-COUNT.
       COMPUTE-BUSINESS-AGE-EXIT.
           EXIT.

       COUNT-ONE-ODD-DAY.
           ADD 1 TO DAY-INTEGER.
           DIVIDE DAY-INTEGER BY 7 GIVING DOW-QUOTIENT
               REMAINDER DOW-REMAINDER.
           IF DOW-REMAINDER NOT EQUAL 6 AND DOW-REMAINDER NOT EQUAL 0
               ADD 1 TO BUSINESS-AGE-DAYS.
       COUNT-ONE-ODD-DAY-EXIT.
           EXIT.

       DISCOUNT-ONE-HOLIDAY.
           IF HT-INTEGER(HOLIDAY-SUB) GREATER THAN RECVD-INTEGER
               AND HT-INTEGER(HOLIDAY-SUB) NOT GREATER THAN
                   TODAY-INTEGER
               AND BUSINESS-AGE-DAYS GREATER THAN 0
               SUBTRACT 1 FROM BUSINESS-AGE-DAYS.
       DISCOUNT-ONE-HOLIDAY-EXIT.
           EXIT.

      ******************************************************************
      *    LOAD-HOLIDAY-CALENDAR -- LOAD THE WEEKDAY HOLIDAYS AS DAY
      *    INTEGERS. AN ABSENT CALENDAR MEANS NO HOLIDAYS, SO ONLY
      *    WEEKENDS COME OUT OF THE BUSINESS-DAY AGE.
      ******************************************************************
       LOAD-HOLIDAY-CALENDAR.
           MOVE 0 TO HOLIDAY-COUNT.
           OPEN INPUT HOLIDAY-CALENDAR.
           IF HOLI-FILE-STATUS NOT EQUAL '00'
               GO TO LOAD-HOLIDAY-CALENDAR-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           PERFORM LOAD-ONE-HOLIDAY THRU LOAD-ONE-HOLIDAY-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
           CLOSE HOLIDAY-CALENDAR.
       LOAD-HOLIDAY-CALENDAR-EXIT.
           EXIT.

       LOAD-ONE-HOLIDAY.
           READ HOLIDAY-CALENDAR
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO LOAD-ONE-HOLIDAY-EXIT.
           IF HOLI-DATE NOT NUMERIC
               OR HOLI-DATE EQUAL ZERO
               GO TO LOAD-ONE-HOLIDAY-EXIT.
           COMPUTE DAY-INTEGER = FUNCTION INTEGER-OF-DATE(HOLI-DATE).
           DIVIDE DAY-INTEGER BY 7 GIVING DOW-QUOTIENT
               REMAINDER DOW-REMAINDER.
           IF DOW-REMAINDER EQUAL 6 OR DOW-REMAINDER EQUAL 0
               GO TO LOAD-ONE-HOLIDAY-EXIT.
           IF HOLIDAY-COUNT NOT LESS THAN 100
               DISPLAY 'ESCALATE - HOLIDAY LIMIT OF 100 EXCEEDED - '
                   HOLI-DATE ' IGNORED'
               GO TO LOAD-ONE-HOLIDAY-EXIT.
           ADD 1 TO HOLIDAY-COUNT.
           MOVE DAY-INTEGER TO HT-INTEGER(HOLIDAY-COUNT).
       LOAD-ONE-HOLIDAY-EXIT.
           EXIT.

       WRITE-ESCALATION-SUMMARY.
           MOVE SPACES TO ESCALATION-REPORT-LINE.
           WRITE ESCALATION-REPORT-LINE.
           MOVE 'OFFICE HAS NO ESCALATION CARD' TO ES-SUMMARY-LABEL.
           MOVE RPT-NO-ESCL-REP-COUNT TO ES-SUMMARY-COUNT.
           WRITE ESCALATION-REPORT-LINE FROM ES-SUMMARY-LINE.
           MOVE 'SUPPRESSED - NOT ESCALATED' TO ES-SUMMARY-LABEL.
           MOVE RPT-SUPPRESSED-COUNT TO ES-SUMMARY-COUNT.
           WRITE ESCALATION-REPORT-LINE FROM ES-SUMMARY-LINE.
       WRITE-ESCALATION-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      *    OPEN-SUPPRESSION-MASTER -- NO SUPPRESSION MASTER YET (FILE
      *    STATUS '35') MEANS NO ONE HAS ASKED NOT TO BE CONTACTED, SO
      *    THE RUN CARRIES ON WITHOUT IT. ANY OTHER FAILURE TO OPEN IT
      *    SETS SUPPRESSION-FILE-FAILED, AND THE RUN IS ENDED WITH
      *    RETURN-CODE 16 WHILE NO OTHER FILE IS OPEN, RATHER THAN
      *    REACH A CUSTOMER WHO ASKED NOT TO BE CONTACTED.
      ******************************************************************
       OPEN-SUPPRESSION-MASTER.
           MOVE 'N' TO SUPPRESSION-FILE-SWITCH.
           OPEN INPUT SUPPRESSION-MASTER.
           IF SUPP-FILE-STATUS EQUAL '00'
               MOVE 'Y' TO SUPPRESSION-FILE-SWITCH
           ELSE
           IF SUPP-FILE-STATUS NOT EQUAL '35'
               DISPLAY 'ESCALATE - SUPPRESSION MASTER OPEN FAILED - '
                   'STATUS ' SUPP-FILE-STATUS ' - RUN ABANDONED'
               MOVE 'X' TO SUPPRESSION-FILE-SWITCH.
       OPEN-SUPPRESSION-MASTER-EXIT.
           EXIT.

      ******************************************************************
      *    CHECK-SUPPRESSION -- MATCH THE CANDIDATE AGAINST THE
      *    DO-NOT-CONTACT SUPPRESSION MASTER, FIRST ON CUSTOMER
      *    NUMBER, THEN ON THE FULL PHONE NUMBER, THEN ON COMPANY, AND
      *    LEAVE THE WAY IT MATCHED IN SUPPRESSION-MATCH-TYPE ('N',
      *    'P' OR 'C'; SPACE FOR NO MATCH) WITH THE MATCHING ENTRY IN
      *    THE MASTER RECORD AREA. A BLANK OR PARTIAL PHONE AND A
      *    BLANK COMPANY ARE NEVER MATCHED, OR EVERY CUSTOMER WITHOUT
      *    ONE WOULD BE SUPPRESSED.
      ******************************************************************
       CHECK-SUPPRESSION.
           MOVE SPACE TO SUPPRESSION-MATCH-TYPE.
           IF NOT SUPPRESSION-FILE-OPEN
               GO TO CHECK-SUPPRESSION-EXIT.
           MOVE SC-CUST-NUM TO SUPP-CUST-NUM.
           READ SUPPRESSION-MASTER INVALID KEY
               MOVE SPACE TO SUPPRESSION-MATCH-TYPE
           NOT INVALID KEY
               MOVE 'N' TO SUPPRESSION-MATCH-TYPE.
           IF CUSTOMER-IS-SUPPRESSED
               GO TO CHECK-SUPPRESSION-EXIT.
           IF SC-AREA-CODE NOT EQUAL SPACES
               AND SC-PHONE-1 NOT EQUAL SPACES
               AND SC-PHONE-2 NOT EQUAL SPACES
               MOVE SC-PHONE TO SUPP-PHONE
               READ SUPPRESSION-MASTER KEY IS SUPP-PHONE INVALID KEY
                   MOVE SPACE TO SUPPRESSION-MATCH-TYPE
               NOT INVALID KEY
                   MOVE 'P' TO SUPPRESSION-MATCH-TYPE.
           IF CUSTOMER-IS-SUPPRESSED
               GO TO CHECK-SUPPRESSION-EXIT.
           IF SC-COMPANY NOT EQUAL SPACES
               MOVE SC-COMPANY TO SUPP-COMPANY
               READ SUPPRESSION-MASTER KEY IS SUPP-COMPANY INVALID KEY
                   MOVE SPACE TO SUPPRESSION-MATCH-TYPE
               NOT INVALID KEY
                   MOVE 'C' TO SUPPRESSION-MATCH-TYPE.
       CHECK-SUPPRESSION-EXIT.
           EXIT.

      ******************************************************************
      *    CHECK-RUN-CONTROL -- THE SHARED REGION FILE INTERLOCK.
      *    THIS PROGRAM ONLY READS THE REGION FILES, SO IT CHECKS
      ******************************************************************
      *    PROGRAM-TERMINATOR -- EVERY OPEN INQUIRY EXAMINED MUST BE
      *    ACCOUNTED FOR AS ESCALATED, STILL FRESH, ALREADY WITH THE
      *    ESCALATION REP, IN AN OFFICE WITH NO ESCALATION CARD, OR
      *    SUPPRESSED, THE SAME RECONCILIATION THE INQUIRY RUN
      *    PERFORMS ON ITS CONTROL TOTALS.
      ******************************************************************
       PROGRAM-TERMINATOR.
           COMPUTE RPT-ACCOUNTED-COUNT =
               RPT-ESCALATED-COUNT + RPT-BELOW-THRESHOLD-COUNT +
               RPT-ALREADY-ASSIGNED-COUNT + RPT-NO-ESCL-REP-COUNT +
               RPT-SUPPRESSED-COUNT.
           IF RPT-ACCOUNTED-COUNT NOT EQUAL RPT-OPEN-EXAMINED-COUNT
               DISPLAY 'ESCALATE - CONTROL TOTAL MISMATCH - '
                   RPT-OPEN-EXAMINED-COUNT ' EXAMINED VS '
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
               DISPLAY 'ESCALATE - BUSINESS DATE FILE NOT AVAILABLE - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           READ BUSINESS-DATE-FILE
               AT END MOVE 0 TO PERFORM-FLAG.
           CLOSE BUSINESS-DATE-FILE.
           IF PERFORM-FLAG EQUAL TO 0
               DISPLAY 'ESCALATE - BUSINESS DATE FILE EMPTY - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           IF BDAT-PROCESS-DATE NOT NUMERIC
               OR BDAT-PROCESS-DATE EQUAL ZERO
               DISPLAY 'ESCALATE - BUSINESS DATE NOT NUMERIC - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE BDAT-PROCESS-DATE TO TODAY-DATE.
           MOVE 'Y' TO BUSINESS-DATE-SWITCH.
       READ-BUSINESS-DATE-EXIT.
           EXIT.
