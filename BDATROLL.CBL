       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BDATROLL.
       AUTHOR.  DATA PROCESSING.

      ****************************************************************
      *
      *            BDATROLL.CBL
      *
      *         END-OF-DAY ROLL-FORWARD OF THE SHARED BUSINESS-DATE
      *         CONTROL RECORD. EVERY PROGRAM IN THE CYCLE TAKES ITS
      *         PROCESSING DATE FROM THAT RECORD RATHER THAN THE
      *         MACHINE CLOCK, SO THIS STEP IS THE ONE PLACE THE DATE
      *         MOVES. THE DATE ON FILE BECOMES THE PRIOR DATE AND
      *         THE NEW PROCESSING DATE IS THE NEXT BUSINESS DAY:
      *         SATURDAYS, SUNDAYS AND EVERY WEEKDAY ON THE HOLIDAY
      *         CALENDAR ARE SKIPPED, AND EACH DAY SKIPPED IS LISTED
      *         ON THE ROLL-FORWARD REPORT WITH ITS REASON.
      *
      *         AN OPTIONAL CONTROL CARD NAMES A DATE TO SET AS-IS
      *         INSTEAD OF ROLLING, FOR THE FIRST LOAD OF THE FILE OR
      *         TO CORRECT IT AFTER A MISSED OR DOUBLED ROLL; A CARD
      *         DATE THAT IS NOT ON THE CALENDAR OR FALLS ON A WEEKEND
      *         ENDS THE RUN WITH RETURN-CODE 16. WITH NO CARD AND NO
      *         RECORD ON FILE THERE IS NOTHING TO ROLL FROM AND THE
      *         RUN ALSO ENDS WITH RETURN-CODE 16.
      *
      *         THE SHARED RUN-CONTROL RECORD IS CHECKED FIRST: THE
      *         DATE IS NEVER MOVED UNDER A JOB STILL IN FLIGHT ON
      *         THE REGION FILES.
      *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * SHARED RUN-CONTROL INTERLOCK FOR THE REGION VSAM FILES
           SELECT RUN-CONTROL-FILE ASSIGN RUNCNTL
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS RUNC-FILE-STATUS.

      * SHARED BUSINESS-DATE CONTROL RECORD - ROLLED BY THIS PROGRAM
           SELECT BUSINESS-DATE-FILE ASSIGN BUSDATE
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS BDAT-FILE-STATUS.

      * OPTIONAL CONTROL CARD NAMING A DATE TO SET INSTEAD OF ROLLING
           SELECT BUSINESS-DATE-CONTROL ASSIGN BDATCTL
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS BDCD-FILE-STATUS.

      * INPUT HOLIDAY CALENDAR
           SELECT HOLIDAY-CALENDAR ASSIGN HOLICAL
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS HOLI-FILE-STATUS.

      * OUTPUT BUSINESS-DATE ROLL-FORWARD REPORT
           SELECT BUSINESS-DATE-REPORT ASSIGN BDATRPT
               ORGANIZATION SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       COPY 'BDATFS'.

       WORKING-STORAGE SECTION.

       01  PERFORM-FLAG                PIC 9      VALUE 1.

       01  RUNC-FILE-STATUS            PIC X(02).
       01  BDAT-FILE-STATUS            PIC X(02).
       01  BDCD-FILE-STATUS            PIC X(02).
       01  HOLI-FILE-STATUS            PIC X(02).

       01  INTERLOCK-OK-SWITCH         PIC X(01)  VALUE 'N'.
           88  RUN-MAY-PROCEED                    VALUE 'Y'.

       01  CONTROL-CARD-SWITCH         PIC X(01)  VALUE 'N'.
           88  CONTROL-CARD-IS-VALID              VALUE 'Y'.

       01  SET-DATE-SWITCH             PIC X(01)  VALUE 'N'.
           88  DATE-IS-BEING-SET                  VALUE 'Y'.

       01  BUSINESS-DAY-SWITCH         PIC X(01)  VALUE 'N'.
           88  DAY-IS-A-BUSINESS-DAY              VALUE 'Y'.

       01  CURRENT-PROCESS-DATE        PIC 9(08)  VALUE 0.
       01  NEW-PROCESS-DATE            PIC 9(08)  VALUE 0.
       01  CANDIDATE-INTEGER           PIC 9(07)  VALUE 0.
       01  CANDIDATE-DATE              PIC 9(08)  VALUE 0.
       01  DOW-QUOTIENT                PIC 9(07)  VALUE 0.
       01  DOW-REMAINDER               PIC 9(01)  VALUE 0.
       01  NON-BUSINESS-REASON         PIC X(20)  VALUE SPACES.

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

       01  RPT-HOLIDAY-LOAD-COUNT      PIC 9(05)  VALUE 0.
       01  RPT-HOLIDAY-IGNORED-COUNT   PIC 9(05)  VALUE 0.
       01  RPT-DAYS-SKIPPED-COUNT      PIC 9(05)  VALUE 0.

      *    WEEKDAY HOLIDAYS ONLY, HELD AS DAY INTEGERS. A HOLIDAY
      *    CARD FALLING ON A WEEKEND CHANGES NOTHING AND IS COUNTED
      *    AS IGNORED.
       01  HOLIDAY-COUNT               PIC 9(03)  VALUE 0.
       01  HOLIDAY-TABLE-AREA.
           05  HOLIDAY-TABLE OCCURS 100 TIMES
                                   INDEXED BY HOLIDAY-INDEX.
               10  HT-INTEGER          PIC 9(07).
               10  HT-DESCRIPTION      PIC X(20).

       01  BD-HEADING-1.
           05  FILLER                  PIC X(45)
               VALUE 'BDATROLL - BUSINESS DATE ROLL-FORWARD'.

       01  BD-DATE-LINE.
           05  BD-DATE-LABEL           PIC X(35).
           05  BD-DATE-VALUE           PIC 9(08).

       01  BD-SKIP-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(09)  VALUE 'SKIPPED  '.
           05  BD-SKIP-DATE            PIC 9(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  BD-SKIP-REASON          PIC X(20).

       01  BD-SUMMARY-LINE.
           05  BD-SUMMARY-LABEL        PIC X(35).
           05  BD-SUMMARY-COUNT        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAINLINE-PARAGRAPH.
           PERFORM CHECK-RUN-CONTROL THRU CHECK-RUN-CONTROL-EXIT.
           IF NOT RUN-MAY-PROCEED
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-CONTROL-CARD THRU READ-CONTROL-CARD-EXIT.
           IF CONTROL-CARD-IS-VALID
               PERFORM READ-CURRENT-DATE THRU READ-CURRENT-DATE-EXIT.
           IF CONTROL-CARD-IS-VALID
               PERFORM LOAD-HOLIDAY-CALENDAR
                   THRU LOAD-HOLIDAY-CALENDAR-EXIT
               PERFORM ROLL-BUSINESS-DATE THRU ROLL-BUSINESS-DATE-EXIT
               PERFORM WRITE-BUSINESS-DATE THRU WRITE-BUSINESS-DATE-EXIT
               PERFORM PRINT-ROLL-REPORT THRU PRINT-ROLL-REPORT-EXIT
               DISPLAY 'BDATROLL - BUSINESS DATE NOW '
                   NEW-PROCESS-DATE ' - PRIOR ' CURRENT-PROCESS-DATE
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 16 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      *    READ-CONTROL-CARD -- THE SET-DATE CARD IS OPTIONAL. AN
      *    ABSENT OR EMPTY CARD FILE MEANS AN ORDINARY ROLL; A CARD
      *    THAT IS PRESENT MUST CARRY A REAL CALENDAR DATE FALLING ON
      *    A WEEKDAY, OR THE RUN STOPS WITH RETURN-CODE 16 BEFORE THE
      *    DATE IS TOUCHED.
      ******************************************************************
       READ-CONTROL-CARD.
           MOVE 'Y' TO CONTROL-CARD-SWITCH.
           MOVE 'N' TO SET-DATE-SWITCH.
           OPEN INPUT BUSINESS-DATE-CONTROL.
           IF BDCD-FILE-STATUS NOT EQUAL '00'
               GO TO READ-CONTROL-CARD-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           READ BUSINESS-DATE-CONTROL
               AT END MOVE 0 TO PERFORM-FLAG.
           CLOSE BUSINESS-DATE-CONTROL.
           IF PERFORM-FLAG EQUAL TO 0
               GO TO READ-CONTROL-CARD-EXIT.
           IF BDCD-SET-DATE NOT NUMERIC
               OR BDCD-SET-DATE EQUAL ZERO
               DISPLAY 'BDATROLL - SET-DATE CARD NOT NUMERIC OR ZERO'
               MOVE 'N' TO CONTROL-CARD-SWITCH
               GO TO READ-CONTROL-CARD-EXIT.
           MOVE BDCD-SET-DATE TO CALENDAR-DATE.
           PERFORM CHECK-CALENDAR-DATE THRU CHECK-CALENDAR-DATE-EXIT.
           IF NOT CALENDAR-DATE-IS-VALID
               DISPLAY 'BDATROLL - SET-DATE CARD ' BDCD-SET-DATE
                   ' IS NOT A CALENDAR DATE'
               MOVE 'N' TO CONTROL-CARD-SWITCH
               GO TO READ-CONTROL-CARD-EXIT.
           DIVIDE CALENDAR-INTEGER BY 7 GIVING DOW-QUOTIENT
               REMAINDER DOW-REMAINDER.
           IF DOW-REMAINDER EQUAL 6 OR DOW-REMAINDER EQUAL 0
               DISPLAY 'BDATROLL - SET-DATE CARD ' BDCD-SET-DATE
                   ' FALLS ON A WEEKEND'
               MOVE 'N' TO CONTROL-CARD-SWITCH
               GO TO READ-CONTROL-CARD-EXIT.
           MOVE 'Y' TO SET-DATE-SWITCH.
       READ-CONTROL-CARD-EXIT.
           EXIT.

      ******************************************************************
      *    READ-CURRENT-DATE -- PICK UP THE DATE NOW ON FILE. WITH NO
      *    SET-DATE CARD THE RECORD MUST BE THERE TO ROLL FROM; WITH
      *    ONE, A MISSING RECORD IS THE FIRST LOAD AND THE PRIOR DATE
      *    IS LEFT ZERO.
      ******************************************************************
       READ-CURRENT-DATE.
           MOVE 0 TO CURRENT-PROCESS-DATE PERFORM-FLAG.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDAT-FILE-STATUS EQUAL '00'
               PERFORM READ-DATE-RECORD.
           IF PERFORM-FLAG EQUAL TO 1
               AND BDAT-PROCESS-DATE NUMERIC
               MOVE BDAT-PROCESS-DATE TO CURRENT-PROCESS-DATE.
           IF CURRENT-PROCESS-DATE EQUAL ZERO
               AND NOT DATE-IS-BEING-SET
               DISPLAY 'BDATROLL - NO BUSINESS DATE ON FILE TO ROLL '
                   'FROM - SUPPLY A SET-DATE CARD'
               MOVE 'N' TO CONTROL-CARD-SWITCH.
       READ-CURRENT-DATE-EXIT.
           EXIT.

       READ-DATE-RECORD.
           MOVE 1 TO PERFORM-FLAG.
           READ BUSINESS-DATE-FILE
               AT END MOVE 0 TO PERFORM-FLAG.
           CLOSE BUSINESS-DATE-FILE.
       READ-DATE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      *    LOAD-HOLIDAY-CALENDAR -- LOAD THE WEEKDAY HOLIDAYS AS DAY
      *    INTEGERS. A CARD WHOSE DATE IS NOT ON THE CALENDAR IS
      *    IGNORED. AN ABSENT CALENDAR MEANS NO HOLIDAYS, SO ONLY
      *    WEEKENDS ARE SKIPPED. CARDS BEYOND THE 100-ENTRY LIMIT ARE
      *    NOTED ON SYSOUT AND IGNORED.
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
               ADD 1 TO RPT-HOLIDAY-IGNORED-COUNT
               GO TO LOAD-ONE-HOLIDAY-EXIT.
           MOVE HOLI-DATE TO CALENDAR-DATE.
           PERFORM CHECK-CALENDAR-DATE THRU CHECK-CALENDAR-DATE-EXIT.
           IF NOT CALENDAR-DATE-IS-VALID
               DISPLAY 'BDATROLL - HOLIDAY ' HOLI-DATE
                   ' IS NOT A CALENDAR DATE - IGNORED'
               ADD 1 TO RPT-HOLIDAY-IGNORED-COUNT
               GO TO LOAD-ONE-HOLIDAY-EXIT.
           MOVE CALENDAR-INTEGER TO CANDIDATE-INTEGER.
           DIVIDE CANDIDATE-INTEGER BY 7 GIVING DOW-QUOTIENT
               REMAINDER DOW-REMAINDER.
           IF DOW-REMAINDER EQUAL 6 OR DOW-REMAINDER EQUAL 0
               ADD 1 TO RPT-HOLIDAY-IGNORED-COUNT
               GO TO LOAD-ONE-HOLIDAY-EXIT.
           IF HOLIDAY-COUNT NOT LESS THAN 100
               DISPLAY 'BDATROLL - HOLIDAY LIMIT OF 100 EXCEEDED - '
                   HOLI-DATE ' IGNORED'
               ADD 1 TO RPT-HOLIDAY-IGNORED-COUNT
               GO TO LOAD-ONE-HOLIDAY-EXIT.
           ADD 1 TO HOLIDAY-COUNT.
           MOVE CANDIDATE-INTEGER TO HT-INTEGER(HOLIDAY-COUNT).
           MOVE HOLI-DESCRIPTION  TO HT-DESCRIPTION(HOLIDAY-COUNT).
           ADD 1 TO RPT-HOLIDAY-LOAD-COUNT.
       LOAD-ONE-HOLIDAY-EXIT.
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
      *    ROLL-BUSINESS-DATE -- A SET-DATE CARD, ALREADY CHECKED, IS
      *    TAKEN AS-IS. OTHERWISE STEP FORWARD ONE DAY AT A TIME FROM
      *    THE DATE ON FILE UNTIL A DAY IS NEITHER A WEEKEND NOR A
      *    HOLIDAY.
      ******************************************************************
       ROLL-BUSINESS-DATE.
           OPEN OUTPUT BUSINESS-DATE-REPORT.
           WRITE BUSINESS-DATE-REPORT-LINE FROM BD-HEADING-1.
           MOVE SPACES TO BUSINESS-DATE-REPORT-LINE.
           WRITE BUSINESS-DATE-REPORT-LINE.
           IF DATE-IS-BEING-SET
               MOVE BDCD-SET-DATE TO NEW-PROCESS-DATE
               GO TO ROLL-BUSINESS-DATE-EXIT.
           COMPUTE CANDIDATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(CURRENT-PROCESS-DATE).
           MOVE 'N' TO BUSINESS-DAY-SWITCH.
           PERFORM TRY-NEXT-DAY THRU TRY-NEXT-DAY-EXIT
               UNTIL DAY-IS-A-BUSINESS-DAY.
           MOVE CANDIDATE-DATE TO NEW-PROCESS-DATE.
       ROLL-BUSINESS-DATE-EXIT.
           EXIT.

       TRY-NEXT-DAY.
           ADD 1 TO CANDIDATE-INTEGER.
           COMPUTE CANDIDATE-DATE =
               FUNCTION DATE-OF-INTEGER(CANDIDATE-INTEGER).
           MOVE SPACES TO NON-BUSINESS-REASON.
           DIVIDE CANDIDATE-INTEGER BY 7 GIVING DOW-QUOTIENT
               REMAINDER DOW-REMAINDER.
           IF DOW-REMAINDER EQUAL 6
               MOVE 'SATURDAY' TO NON-BUSINESS-REASON
           ELSE
           IF DOW-REMAINDER EQUAL 0
               MOVE 'SUNDAY'   TO NON-BUSINESS-REASON
           ELSE
               SET HOLIDAY-INDEX TO 1
               SEARCH HOLIDAY-TABLE
               WHEN HOLIDAY-INDEX GREATER THAN HOLIDAY-COUNT
                   CONTINUE
               WHEN HT-INTEGER(HOLIDAY-INDEX) EQUAL CANDIDATE-INTEGER
                   MOVE HT-DESCRIPTION(HOLIDAY-INDEX)
                       TO NON-BUSINESS-REASON.
           IF NON-BUSINESS-REASON EQUAL SPACES
               MOVE 'Y' TO BUSINESS-DAY-SWITCH
               GO TO TRY-NEXT-DAY-EXIT.
           MOVE CANDIDATE-DATE      TO BD-SKIP-DATE.
           MOVE NON-BUSINESS-REASON TO BD-SKIP-REASON.
           WRITE BUSINESS-DATE-REPORT-LINE FROM BD-SKIP-LINE.
           ADD 1 TO RPT-DAYS-SKIPPED-COUNT.
       TRY-NEXT-DAY-EXIT.
           EXIT.

       WRITE-BUSINESS-DATE.
           OPEN OUTPUT BUSINESS-DATE-FILE.
           MOVE NEW-PROCESS-DATE     TO BDAT-PROCESS-DATE.
           MOVE CURRENT-PROCESS-DATE TO BDAT-PRIOR-DATE.
           WRITE BUSINESS-DATE-RECORD.
           CLOSE BUSINESS-DATE-FILE.
       WRITE-BUSINESS-DATE-EXIT.
           EXIT.

       PRINT-ROLL-REPORT.
           MOVE SPACES TO BUSINESS-DATE-REPORT-LINE.
           WRITE BUSINESS-DATE-REPORT-LINE.
           MOVE 'PRIOR BUSINESS DATE' TO BD-DATE-LABEL.
           MOVE CURRENT-PROCESS-DATE TO BD-DATE-VALUE.
           WRITE BUSINESS-DATE-REPORT-LINE FROM BD-DATE-LINE.
           IF DATE-IS-BEING-SET
               MOVE 'NEW BUSINESS DATE (SET BY CARD)' TO BD-DATE-LABEL
           ELSE
               MOVE 'NEW BUSINESS DATE' TO BD-DATE-LABEL.
           MOVE NEW-PROCESS-DATE TO BD-DATE-VALUE.
           WRITE BUSINESS-DATE-REPORT-LINE FROM BD-DATE-LINE.
           MOVE 'NON-BUSINESS DAYS SKIPPED' TO BD-SUMMARY-LABEL.
           MOVE RPT-DAYS-SKIPPED-COUNT TO BD-SUMMARY-COUNT.
           WRITE BUSINESS-DATE-REPORT-LINE FROM BD-SUMMARY-LINE.
           MOVE 'WEEKDAY HOLIDAYS LOADED' TO BD-SUMMARY-LABEL.
           MOVE RPT-HOLIDAY-LOAD-COUNT TO BD-SUMMARY-COUNT.
           WRITE BUSINESS-DATE-REPORT-LINE FROM BD-SUMMARY-LINE.
           MOVE 'HOLIDAY CARDS IGNORED' TO BD-SUMMARY-LABEL.
           MOVE RPT-HOLIDAY-IGNORED-COUNT TO BD-SUMMARY-COUNT.
           WRITE BUSINESS-DATE-REPORT-LINE FROM BD-SUMMARY-LINE.
           CLOSE BUSINESS-DATE-REPORT.
       PRINT-ROLL-REPORT-EXIT.
           EXIT.

      ******************************************************************
      *    CHECK-RUN-CONTROL -- THE SHARED REGION FILE INTERLOCK.
      *    THIS PROGRAM NEVER OPENS THE REGION FILES, SO IT CHECKS
      *    THE RECORD BUT NEVER MARKS IT: MOVING THE DATE UNDER A
      *    JOB STILL IN FLIGHT WOULD SPLIT ITS WORK ACROSS TWO
      *    BUSINESS DAYS, SO THE RUN ENDS WITH RETURN-CODE 12
      *    INSTEAD.
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
               DISPLAY 'BDATROLL - REGION FILES LOCKED - RELOAD OF '
                   'REGION ' RUNC-REGION ' INCOMPLETE - '
                   'RELOAD IT CLEAN BEFORE ANY OTHER RUN'
               GO TO CHECK-RUN-CONTROL-EXIT.
           DISPLAY 'BDATROLL - REGION FILES BUSY - ' RUNC-PROGRAM
               ' IN FLIGHT SINCE ' RUNC-RUN-DATE ' - RUN ABANDONED'.
       CHECK-RUN-CONTROL-EXIT.
           EXIT.
