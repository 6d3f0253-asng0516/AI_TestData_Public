      *         RELEASES EVERY INQUIRY NOT YET MARKED CONTACTED OR
      *         CLOSED TO AN INTERNAL SORT BY REGION, SALESREP AND
      *         RECEIVED DATE, SO EACH REP'S OPEN INQUIRIES LIST
      *         OLDEST FIRST WITH THEIR AGE IN DAYS. EACH LINE
      *         CARRIES THE AGE TWICE - CALENDAR DAYS, AND BUSINESS
      *         DAYS THAT LEAVE OUT WEEKENDS AND THE WEEKDAY HOLIDAYS
      *         ON THE HOLIDAY CALENDAR BDATROLL USES. RECORDS FILED
      *         BEFORE THE RECEIVED DATE WAS CARRIED SHOW AGE 9999
      *         AND SORT TO THE TOP OF THEIR REP'S LIST, SO NOTHING
      *         ON THE WORKLIST CAN HIDE. A CUSTOMER ON THE
      *         DO-NOT-CONTACT SUPPRESSION MASTER IS LEFT OFF THE
      *         WORKLIST ALTOGETHER AND ONLY COUNTED ON THE SUMMARY.
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

      * OUTPUT INQUIRY FOLLOW-UP AGING REPORT
           SELECT AGING-REPORT ASSIGN AGINGRPT
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
       01  HOLI-FILE-STATUS            PIC X(02).
       01  SUPP-FILE-STATUS            PIC X(02).

       01  RPT-RELEASE-COUNT           PIC 9(05)  VALUE 0.
       01  RPT-RETURN-COUNT            PIC 9(05)  VALUE 0.
       01  RPT-SUPPRESSED-COUNT        PIC 9(05)  VALUE 0.

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

       01  TODAY-DATE                  PIC 9(08)  VALUE 0.
       01  TODAY-INTEGER               PIC 9(07)  VALUE 0.
       01  AGE-DAYS                    PIC 9(04)  VALUE 0.
       01  BUSINESS-AGE-DAYS           PIC 9(04)  VALUE 0.
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

       01  CURR-REGION                 PIC X(07)  VALUE SPACES.
       01  CURR-SALESREP               PIC X(05)  VALUE SPACES.
               VALUE 'AGERPT - INQUIRY FOLLOW-UP AGING REPORT'.

       01  AG-HEADING-2.
           05  FILLER                  PIC X(55)
               VALUE
               'CUST-NUM  ST  RECEIVED  AGE-DAYS  BUS-DAYS  CUST-NAME'.

       01  AG-BREAK-LINE.
           05  FILLER                  PIC X(07)  VALUE 'REGION '.
           05  AG-RECVD-DATE           PIC 9(08).
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  AG-AGE-DAYS             PIC ZZZ9.
           05  FILLER                  PIC X(06)  VALUE SPACES.
           05  AG-BUS-DAYS             PIC ZZZ9.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  AG-CUST-NAME            PIC X(20).

       PROCEDURE DIVISION.

       MAINLINE-PARAGRAPH.
           PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
           IF NOT BUSINESS-DATE-IS-VALID
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM OPEN-SUPPRESSION-MASTER.
           IF SUPPRESSION-FILE-FAILED
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-DATE).
           PERFORM LOAD-HOLIDAY-CALENDAR
               THRU LOAD-HOLIDAY-CALENDAR-EXIT.
           OPEN OUTPUT AGING-REPORT.
           OPEN INPUT SALESREP-MASTER.
           WRITE AGING-REPORT-LINE FROM AG-HEADING-1.
      *    GATHER-OPEN-INQUIRIES -- WALK EACH REGION FILE ON THE
      *    SALESREP ALTERNATE KEY, THE SAME START/READ NEXT PATTERN
      *    REPWKLD USES, RELEASING EVERY INQUIRY NOT YET MARKED
      *    CONTACTED OR CLOSED AND NOT SUPPRESSED.
      ******************************************************************
       GATHER-OPEN-INQUIRIES.
           OPEN INPUT FOREIGN-REGION EAST-REGION WEST-REGION
               UNTIL PERFORM-FLAG EQUAL TO 0.
           CLOSE FOREIGN-REGION EAST-REGION WEST-REGION
                 CENTRAL-REGION.
           IF SUPPRESSION-FILE-OPEN
               CLOSE SUPPRESSION-MASTER.
       GATHER-OPEN-INQUIRIES-EXIT.
           EXIT.

               GO TO GATHER-ONE-FOREIGN-EXIT.
           IF FOREIGN-CONTACTED OR FOREIGN-FOLLOWUP-CLOSED
               GO TO GATHER-ONE-FOREIGN-EXIT.
           MOVE FOREIGN-CUST-NUM  TO SC-CUST-NUM.
           MOVE FOREIGN-AREA-CODE TO SC-AREA-CODE.
           MOVE FOREIGN-PHONE-1   TO SC-PHONE-1.
           MOVE FOREIGN-PHONE-2   TO SC-PHONE-2.
           MOVE FOREIGN-COMPANY   TO SC-COMPANY.
           PERFORM CHECK-SUPPRESSION THRU CHECK-SUPPRESSION-EXIT.
           IF CUSTOMER-IS-SUPPRESSED
               ADD 1 TO RPT-SUPPRESSED-COUNT
               GO TO GATHER-ONE-FOREIGN-EXIT.
           MOVE 'FOREIGN'          TO SORT-REGION.
           MOVE FOREIGN-SALESREP   TO SORT-SALESREP.
           MOVE FOREIGN-RECVD-DATE TO SORT-RECVD-DATE.
               GO TO GATHER-ONE-EAST-EXIT.
           IF EAST-CONTACTED OR EAST-FOLLOWUP-CLOSED
               GO TO GATHER-ONE-EAST-EXIT.
           MOVE EAST-CUST-NUM  TO SC-CUST-NUM.
           MOVE EAST-AREA-CODE TO SC-AREA-CODE.
           MOVE EAST-PHONE-1   TO SC-PHONE-1.
           MOVE EAST-PHONE-2   TO SC-PHONE-2.
           MOVE EAST-COMPANY   TO SC-COMPANY.
           PERFORM CHECK-SUPPRESSION THRU CHECK-SUPPRESSION-EXIT.
           IF CUSTOMER-IS-SUPPRESSED
               ADD 1 TO RPT-SUPPRESSED-COUNT
               GO TO GATHER-ONE-EAST-EXIT.
           MOVE 'EAST'             TO SORT-REGION.
           MOVE EAST-SALESREP      TO SORT-SALESREP.
           MOVE EAST-RECVD-DATE    TO SORT-RECVD-DATE.
               GO TO GATHER-ONE-WEST-EXIT.
           IF WEST-CONTACTED OR WEST-FOLLOWUP-CLOSED
               GO TO GATHER-ONE-WEST-EXIT.
           MOVE WEST-CUST-NUM  TO SC-CUST-NUM.
           MOVE WEST-AREA-CODE TO SC-AREA-CODE.
           MOVE WEST-PHONE-1   TO SC-PHONE-1.
           MOVE WEST-PHONE-2   TO SC-PHONE-2.
           MOVE WEST-COMPANY   TO SC-COMPANY.
           PERFORM CHECK-SUPPRESSION THRU CHECK-SUPPRESSION-EXIT.
           IF CUSTOMER-IS-SUPPRESSED
               ADD 1 TO RPT-SUPPRESSED-COUNT
               GO TO GATHER-ONE-WEST-EXIT.
           MOVE 'WEST'             TO SORT-REGION.
           MOVE WEST-SALESREP      TO SORT-SALESREP.
           MOVE WEST-RECVD-DATE    TO SORT-RECVD-DATE.
               GO TO GATHER-ONE-CENTRAL-EXIT.
           IF CNTR-CONTACTED OR CNTR-FOLLOWUP-CLOSED
               GO TO GATHER-ONE-CENTRAL-EXIT.
           MOVE CNTR-CUST-NUM  TO SC-CUST-NUM.
           MOVE CNTR-AREA-CODE TO SC-AREA-CODE.
           MOVE CNTR-PHONE-1   TO SC-PHONE-1.
           MOVE CNTR-PHONE-2   TO SC-PHONE-2.
           MOVE CNTR-COMPANY   TO SC-COMPANY.
           PERFORM CHECK-SUPPRESSION THRU CHECK-SUPPRESSION-EXIT.
           IF CUSTOMER-IS-SUPPRESSED
               ADD 1 TO RPT-SUPPRESSED-COUNT
               GO TO GATHER-ONE-CENTRAL-EXIT.
           MOVE 'CENTRAL'          TO SORT-REGION.
           MOVE CNTR-SALESREP      TO SORT-SALESREP.
           MOVE CNTR-RECVD-DATE    TO SORT-RECVD-DATE.
       GATHER-ONE-CENTRAL-EXIT.
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
               DISPLAY 'AGERPT - SUPPRESSION MASTER OPEN FAILED - '
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
      *    REPORT-OPEN-INQUIRIES -- PRINT THE SORTED OPEN INQUIRIES
      *    WITH A BREAK LINE AT EACH CHANGE OF SALESREP WITHIN
           MOVE SORT-STATE      TO AG-STATE.
           MOVE SORT-RECVD-DATE TO AG-RECVD-DATE.
           MOVE AGE-DAYS        TO AG-AGE-DAYS.
           MOVE BUSINESS-AGE-DAYS TO AG-BUS-DAYS.
           MOVE SORT-CUST-NAME  TO AG-CUST-NAME.
           WRITE AGING-REPORT-LINE FROM AG-DETAIL-LINE.
       RETURN-ONE-INQUIRY-EXIT.
      *    COMPUTE-INQUIRY-AGE -- AGE IN DAYS FROM THE RECEIVED DATE
      *    TO TODAY. A RECORD FILED BEFORE THE RECEIVED DATE WAS
      *    CARRIED (BLANK OR ZERO DATE) SHOWS AGE 9999 SO IT CANNOT
      *    PASS FOR FRESH, IN BUSINESS DAYS AS WELL AS CALENDAR DAYS.
      ******************************************************************
       COMPUTE-INQUIRY-AGE.
           IF SORT-RECVD-DATE NOT NUMERIC
               OR SORT-RECVD-DATE EQUAL TO 0
               MOVE 9999 TO AGE-DAYS
           ELSE
               COMPUTE RECVD-INTEGER =
                   FUNCTION INTEGER-OF-DATE(SORT-RECVD-DATE)
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
               DISPLAY 'AGERPT - HOLIDAY LIMIT OF 100 EXCEEDED - '
                   HOLI-DATE ' IGNORED'
               GO TO LOAD-ONE-HOLIDAY-EXIT.
           ADD 1 TO HOLIDAY-COUNT.
           MOVE DAY-INTEGER TO HT-INTEGER(HOLIDAY-COUNT).
       LOAD-ONE-HOLIDAY-EXIT.
           EXIT.

       WRITE-AGING-SUMMARY.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE 'OPEN INQUIRIES LISTED' TO AG-SUMMARY-LABEL.
           MOVE RPT-RETURN-COUNT TO AG-SUMMARY-COUNT.
           WRITE AGING-REPORT-LINE FROM AG-SUMMARY-LINE.
           MOVE 'SUPPRESSED CUSTOMERS LEFT OUT' TO AG-SUMMARY-LABEL.
           MOVE RPT-SUPPRESSED-COUNT TO AG-SUMMARY-COUNT.
           WRITE AGING-REPORT-LINE FROM AG-SUMMARY-LINE.
       WRITE-AGING-SUMMARY-EXIT.
           EXIT.

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
               DISPLAY 'AGERPT - BUSINESS DATE FILE NOT AVAILABLE - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           READ BUSINESS-DATE-FILE
               AT END MOVE 0 TO PERFORM-FLAG.
           CLOSE BUSINESS-DATE-FILE.
           IF PERFORM-FLAG EQUAL TO 0
               DISPLAY 'AGERPT - BUSINESS DATE FILE EMPTY - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           IF BDAT-PROCESS-DATE NOT NUMERIC
               OR BDAT-PROCESS-DATE EQUAL ZERO
               DISPLAY 'AGERPT - BUSINESS DATE NOT NUMERIC - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE BDAT-PROCESS-DATE TO TODAY-DATE.
           MOVE 'Y' TO BUSINESS-DATE-SWITCH.
       READ-BUSINESS-DATE-EXIT.
           EXIT.
