       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RESPCARD.
       AUTHOR.  DATA PROCESSING.

      ****************************************************************
      *
      *            RESPCARD.CBL
      *
      *         THIS PROGRAM PRODUCES THE MONTHLY SALESREP RESPONSE-
      *         TIME SCORECARD. AGERPT ONLY SHOWS THE INQUIRIES STILL
      *         OPEN; ONCE A REP MARKS ONE CONTACTED THE REGION RECORD
      *         NO LONGER SAYS HOW LONG IT TOOK. THE HISTORY JOURNAL
      *         DOES: EVERY MAINTRAN CHANGE IS JOURNALED AS A BEFORE-
      *         IMAGE FOLLOWED BY AN AFTER-IMAGE, SO A 'T' OR 'X'
      *         FOLLOW-UP SHOWS AS A PAIR WHOSE FOLLOW-UP STATUS GOES
      *         FROM 'P' TO 'C' OR 'X' ON THE JOURNAL RUN DATE, AND
      *         THE BEFORE-IMAGE STILL CARRIES THE RECEIVED DATE AND
      *         THE REP AND OFFICE THE INQUIRY WAS WAITING WITH. A
      *         CHANGE ESCALATE GENERATED IS JOURNALED UNDER
      *         ESCALATE'S NAME, AND ONE THAT MOVED THE CUSTOMER TO
      *         ANOTHER REP COUNTS AS A REASSIGNMENT AWAY FROM THE
      *         REP ON THE BEFORE-IMAGE.
      *
      *         THE JRNLARCH ARCHIVE GENERATIONS AND THEN THE LIVE
      *         JOURNAL ARE READ, AND EVERY CONTACT AND REASSIGNMENT
      *         JOURNALED IN THE REPORT MONTH IS SORTED BY OFFICE AND
      *         REP. THE REPORT MONTH IS THE CALENDAR MONTH BEFORE THE
      *         BUSINESS DATE UNLESS A CONTROL CARD NAMES ANOTHER; THE
      *         CARD ALSO SETS THE TARGET DAYS TO CONTACT. FOR EACH REP,
      *         NAMED FROM THE SALESREP MASTER, THE SCORECARD PRINTS
      *         THE INQUIRIES CONTACTED, THE AVERAGE AND WORST DAYS
      *         FROM RECEIPT TO CONTACT, THE PERCENTAGE CONTACTED
      *         WITHIN THE TARGET, AND THE INQUIRIES ESCALATE HAD TO
      *         REASSIGN AWAY. OFFICE TOTALS FOLLOW EACH OFFICE AND
      *         COMPANY TOTALS END THE REPORT.
      *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * WORK FILE FOR COBOL INTERNAL SORT
           SELECT SORT-FILE    ASSIGN TO UT-S-SORTWRK.

      * SALESREP MASTER VSAM FILE - MAINTAINED BY SREPMNT. READ TO
      * PRINT EACH REP'S NAME NEXT TO THE CODE
           SELECT SALESREP-MASTER ASSIGN SREPMST
               ORGANIZATION INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SREP-REP-CODE
               FILE STATUS IS SREP-FILE-STATUS.

      * INPUT CUSTOMER HISTORY JOURNAL FROM THE UPDATING PROGRAMS
           SELECT HISTORY-JOURNAL ASSIGN HISTJRNL
               ORGANIZATION SEQUENTIAL.

      * INPUT JRNLARCH ARCHIVE GENERATIONS, CONCATENATED OLDEST FIRST
           SELECT JOURNAL-ARCHIVE ASSIGN JRNLARCH
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.

      * OPTIONAL CONTROL CARD NAMING THE REPORT MONTH AND TARGET DAYS
           SELECT RESPONSE-CONTROL ASSIGN RESPCTL
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS RESP-FILE-STATUS.

      * OUTPUT RESPONSE-TIME SCORECARD
           SELECT RESPONSE-REPORT ASSIGN RESPRPT
               ORGANIZATION SEQUENTIAL.

      * SHARED BUSINESS-DATE CONTROL RECORD - ROLLED BY BDATROLL
           SELECT BUSINESS-DATE-FILE ASSIGN BUSDATE
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS BDAT-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.

       COPY 'RESPFS'.

       WORKING-STORAGE SECTION.

       01  PERFORM-FLAG                PIC 9      VALUE 1.

       01  SREP-FILE-STATUS            PIC X(02).
       01  ARCH-FILE-STATUS            PIC X(02).
       01  RESP-FILE-STATUS            PIC X(02).
       01  BDAT-FILE-STATUS            PIC X(02).

       01  BUSINESS-DATE-SWITCH        PIC X(01)  VALUE 'N'.
           88  BUSINESS-DATE-IS-VALID             VALUE 'Y'.

       01  REPORT-CONTROLS-SWITCH      PIC X(01)  VALUE 'N'.
           88  REPORT-CONTROLS-ARE-VALID          VALUE 'Y'.

       01  PENDING-IMAGE-SWITCH        PIC X(01)  VALUE 'N'.
           88  BEFORE-IMAGE-IS-PENDING            VALUE 'Y'.

       01  RPT-ARCHIVE-READ-COUNT      PIC 9(07)  VALUE 0.
       01  RPT-JOURNAL-READ-COUNT      PIC 9(07)  VALUE 0.
       01  RPT-CONTACT-COUNT           PIC 9(05)  VALUE 0.
       01  RPT-NO-RECVD-DATE-COUNT     PIC 9(05)  VALUE 0.
       01  RPT-REASSIGNED-COUNT        PIC 9(05)  VALUE 0.
       01  RPT-RELEASE-COUNT           PIC 9(07)  VALUE 0.
       01  RPT-RETURN-COUNT            PIC 9(07)  VALUE 0.

       01  TODAY-DATE                  PIC 9(08)  VALUE 0.
       01  TODAY-DATE-PARTS REDEFINES TODAY-DATE.
           05  TODAY-YEAR              PIC 9(04).
           05  TODAY-MONTH             PIC 9(02).
           05  TODAY-DAY               PIC 9(02).

       01  REPORT-MONTH                PIC 9(06)  VALUE 0.
       01  REPORT-MONTH-PARTS REDEFINES REPORT-MONTH.
           05  REPORT-YEAR             PIC 9(04).
           05  REPORT-MM               PIC 9(02).

       01  MONTH-FIRST-DATE            PIC 9(08)  VALUE 0.
       01  MONTH-LAST-DATE             PIC 9(08)  VALUE 0.
       01  TARGET-DAYS                 PIC 9(03)  VALUE 0.

      *    ONE JOURNAL ENTRY IN WORKING STORAGE, FILLED FROM EITHER
      *    THE LIVE JOURNAL OR AN ARCHIVE DETAIL IMAGE, SO ONE
      *    PAIRING PARAGRAPH SERVES BOTH SOURCES.
       01  JE-ENTRY-AREA.
           05  JE-CUST-NUM             PIC X(05).
           05  JE-RUN-DATE             PIC 9(08).
           05  JE-SEQUENCE             PIC 9(05).
           05  JE-PROGRAM              PIC X(08).
           05  JE-REGION               PIC X(01).
           05  JE-ACTION               PIC X(01).
               88  JE-ACTION-CHANGE           VALUE 'C'.
           05  JE-IMAGE-TYPE           PIC X(01).
               88  JE-BEFORE-IMAGE            VALUE 'B'.
               88  JE-AFTER-IMAGE             VALUE 'A'.
           05  JE-RECORD-IMAGE         PIC X(350).

      *    THE FOUR REGION RECORD LAYOUTS SHARE THEIR LEADING FIELDS
      *    THROUGH THE FOLLOW-UP STATUS, SO ONE DECODE AREA SERVES
      *    EVERY JOURNALED IMAGE.
       01  IMAGE-DECODE-AREA.
           05  IMG-CUST-NUM            PIC X(05).
           05  IMG-SALESREP            PIC X(05).
           05  IMG-STATE               PIC X(02).
           05  IMG-OFFICE              PIC X(04).
           05  FILLER                  PIC X(105).
           05  IMG-RECVD-DATE          PIC 9(08).
           05  IMG-FOLLOWUP-STATUS     PIC X(01).
               88  IMG-AWAITING-CONTACT       VALUE 'P'.
               88  IMG-FOLLOWUP-DONE          VALUE 'C' 'X'.
           05  FILLER                  PIC X(220).

      *    THE CHANGE BEFORE-IMAGE WAITING FOR ITS AFTER-IMAGE.
       01  PENDING-IMAGE-AREA.
           05  PEND-CUST-NUM           PIC X(05).
           05  PEND-REGION             PIC X(01).
           05  PEND-PROGRAM            PIC X(08).
           05  PEND-SALESREP           PIC X(05).
           05  PEND-OFFICE             PIC X(04).
           05  PEND-RECVD-DATE         PIC 9(08).
           05  PEND-FOLLOWUP-STATUS    PIC X(01).
               88  PEND-AWAITING-CONTACT      VALUE 'P'.

       01  CURR-OFFICE                 PIC X(04)  VALUE HIGH-VALUES.
       01  CURR-SALESREP               PIC X(05)  VALUE HIGH-VALUES.

       01  GROUP-EVENTS                PIC 9(07)  VALUE 0.
       01  GROUP-CONTACTED             PIC 9(07)  VALUE 0.
       01  GROUP-DAYS-COUNT            PIC 9(07)  VALUE 0.
       01  GROUP-DAYS-TOTAL            PIC 9(09)  VALUE 0.
       01  GROUP-WORST-DAYS            PIC 9(05)  VALUE 0.
       01  GROUP-IN-TARGET             PIC 9(07)  VALUE 0.
       01  GROUP-REASSIGNED            PIC 9(07)  VALUE 0.

       01  OFFICE-EVENTS               PIC 9(07)  VALUE 0.
       01  OFFICE-CONTACTED            PIC 9(07)  VALUE 0.
       01  OFFICE-DAYS-COUNT           PIC 9(07)  VALUE 0.
       01  OFFICE-DAYS-TOTAL           PIC 9(09)  VALUE 0.
       01  OFFICE-WORST-DAYS           PIC 9(05)  VALUE 0.
       01  OFFICE-IN-TARGET            PIC 9(07)  VALUE 0.
       01  OFFICE-REASSIGNED           PIC 9(07)  VALUE 0.

       01  COMPANY-CONTACTED           PIC 9(07)  VALUE 0.
       01  COMPANY-DAYS-COUNT          PIC 9(07)  VALUE 0.
       01  COMPANY-DAYS-TOTAL          PIC 9(09)  VALUE 0.
       01  COMPANY-WORST-DAYS          PIC 9(05)  VALUE 0.
       01  COMPANY-IN-TARGET           PIC 9(07)  VALUE 0.
       01  COMPANY-REASSIGNED          PIC 9(07)  VALUE 0.

       01  LINE-CONTACTED              PIC 9(07)  VALUE 0.
       01  LINE-DAYS-COUNT             PIC 9(07)  VALUE 0.
       01  LINE-DAYS-TOTAL             PIC 9(09)  VALUE 0.
       01  LINE-WORST-DAYS             PIC 9(05)  VALUE 0.
       01  LINE-IN-TARGET              PIC 9(07)  VALUE 0.
       01  LINE-REASSIGNED             PIC 9(07)  VALUE 0.
       01  LINE-AVG-DAYS               PIC 9(04)  VALUE 0.
       01  LINE-TARGET-RATE            PIC 9(03)V9 VALUE 0.

       01  RS-HEADING-1.
           05  FILLER                  PIC X(55)
               VALUE
               'RESPCARD - MONTHLY SALESREP RESPONSE-TIME SCORECARD'.

       01  RS-MONTH-LINE.
           05  FILLER                  PIC X(33)
               VALUE 'INQUIRIES CONTACTED IN MONTH    '.
           05  RS-MONTH                PIC 9(06).

       01  RS-TARGET-LINE.
           05  FILLER                  PIC X(33)
               VALUE 'TARGET DAYS TO CONTACT          '.
           05  RS-TARGET-DAYS          PIC ZZ9.

       01  RS-HEADING-2.
           05  FILLER                  PIC X(27)
               VALUE 'REP    NAME'.
           05  FILLER                  PIC X(50)
               VALUE
               'CONTACTED AVG-DAYS  WORST  IN-TARGET  REASSIGNED'.

       01  RS-BREAK-LINE.
           05  FILLER                  PIC X(07)  VALUE 'OFFICE '.
           05  RS-BREAK-OFFICE         PIC X(04).

       01  RS-DETAIL-LINE.
           05  RS-REP-CODE             PIC X(05).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RS-REP-NAME             PIC X(20).
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  RS-CONTACTED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  RS-AVG-DAYS             PIC ZZZ9.
           05  RS-AVG-DAYS-X REDEFINES RS-AVG-DAYS
                                       PIC X(04).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  RS-WORST-DAYS           PIC ZZZZ9.
           05  RS-WORST-DAYS-X REDEFINES RS-WORST-DAYS
                                       PIC X(05).
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  RS-TARGET-RATE          PIC ZZ9.9.
           05  RS-TARGET-RATE-X REDEFINES RS-TARGET-RATE
                                       PIC X(05).
           05  RS-TARGET-PCT           PIC X(01).
           05  FILLER                  PIC X(06)  VALUE SPACES.
           05  RS-REASSIGNED           PIC ZZ,ZZ9.

       01  RS-SUMMARY-LINE.
           05  RS-SUMMARY-LABEL        PIC X(35).
           05  RS-SUMMARY-COUNT        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAINLINE-PARAGRAPH.
           PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
           IF BUSINESS-DATE-IS-VALID
               PERFORM SET-REPORT-CONTROLS
                   THRU SET-REPORT-CONTROLS-EXIT.
           IF NOT BUSINESS-DATE-IS-VALID
               OR NOT REPORT-CONTROLS-ARE-VALID
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RESPONSE-REPORT.
           OPEN INPUT SALESREP-MASTER.
           WRITE RESPONSE-REPORT-LINE FROM RS-HEADING-1.
           MOVE REPORT-MONTH TO RS-MONTH.
           WRITE RESPONSE-REPORT-LINE FROM RS-MONTH-LINE.
           MOVE TARGET-DAYS TO RS-TARGET-DAYS.
           WRITE RESPONSE-REPORT-LINE FROM RS-TARGET-LINE.
           SORT SORT-FILE ON ASCENDING KEY SORT-OFFICE
                                           SORT-SALESREP
               INPUT  PROCEDURE IS GATHER-MONTH-RESPONSES
               OUTPUT PROCEDURE IS REPORT-SCORECARD.
           PERFORM WRITE-SCORECARD-SUMMARY.
           CLOSE RESPONSE-REPORT SALESREP-MASTER.
           PERFORM PROGRAM-TERMINATOR.
           STOP RUN.

      ******************************************************************
      *    SET-REPORT-CONTROLS -- THE CONTROL CARD IS OPTIONAL. AN
      *    ABSENT OR EMPTY CARD FILE, OR A BLANK MONTH, REPORTS THE
      *    CALENDAR MONTH BEFORE THE BUSINESS DATE; A BLANK TARGET IS
      *    3 DAYS. A MONTH OR TARGET THAT IS PRESENT MUST BE VALID OR
      *    THE RUN STOPS WITH RETURN-CODE 16.
      ******************************************************************
       SET-REPORT-CONTROLS.
           MOVE 'Y' TO REPORT-CONTROLS-SWITCH.
           MOVE 3 TO TARGET-DAYS.
           IF TODAY-MONTH EQUAL 1
               COMPUTE REPORT-YEAR = TODAY-YEAR - 1
               MOVE 12 TO REPORT-MM
           ELSE
               MOVE TODAY-YEAR TO REPORT-YEAR
               COMPUTE REPORT-MM = TODAY-MONTH - 1.
           OPEN INPUT RESPONSE-CONTROL.
           IF RESP-FILE-STATUS NOT EQUAL '00'
               GO TO SET-MONTH-LIMITS.
           MOVE 1 TO PERFORM-FLAG.
           READ RESPONSE-CONTROL
               AT END MOVE 0 TO PERFORM-FLAG.
           CLOSE RESPONSE-CONTROL.
           IF PERFORM-FLAG EQUAL TO 0
               GO TO SET-MONTH-LIMITS.
           IF RESP-REPORT-MONTH-X EQUAL SPACES
               GO TO SET-TARGET-DAYS.
           IF RESP-REPORT-MONTH NOT NUMERIC
               DISPLAY 'RESPCARD - CONTROL CARD MONTH NOT NUMERIC'
               MOVE 'N' TO REPORT-CONTROLS-SWITCH
               GO TO SET-REPORT-CONTROLS-EXIT.
           MOVE RESP-REPORT-MONTH TO REPORT-MONTH.
           IF REPORT-MM LESS THAN 1 OR REPORT-MM GREATER THAN 12
               OR REPORT-YEAR LESS THAN 1601
               DISPLAY 'RESPCARD - CONTROL CARD MONTH NOT VALID - '
                   RESP-REPORT-MONTH
               MOVE 'N' TO REPORT-CONTROLS-SWITCH
               GO TO SET-REPORT-CONTROLS-EXIT.
       SET-TARGET-DAYS.
           IF RESP-TARGET-DAYS-X EQUAL SPACES
               GO TO SET-MONTH-LIMITS.
           IF RESP-TARGET-DAYS NOT NUMERIC
               DISPLAY 'RESPCARD - CONTROL CARD TARGET DAYS NOT '
                   'NUMERIC'
               MOVE 'N' TO REPORT-CONTROLS-SWITCH
               GO TO SET-REPORT-CONTROLS-EXIT.
           MOVE RESP-TARGET-DAYS TO TARGET-DAYS.
       SET-MONTH-LIMITS.
           COMPUTE MONTH-FIRST-DATE = REPORT-MONTH * 100 + 1.
           COMPUTE MONTH-LAST-DATE  = REPORT-MONTH * 100 + 31.
       SET-REPORT-CONTROLS-EXIT.
           EXIT.

      ******************************************************************
      *    GATHER-MONTH-RESPONSES -- PASS THE JRNLARCH ARCHIVE
      *    GENERATIONS AND THEN THE LIVE JOURNAL, RELEASING THE
      *    CONTACTS AND REASSIGNMENTS JOURNALED IN THE REPORT MONTH.
      *    A DUMMY OR ABSENT ARCHIVE DD LEAVES THE OPEN UNSUCCESSFUL
      *    AND THAT PASS IS SKIPPED.
      ******************************************************************
       GATHER-MONTH-RESPONSES.
           MOVE 'N' TO PENDING-IMAGE-SWITCH.
           OPEN INPUT JOURNAL-ARCHIVE.
           IF ARCH-FILE-STATUS EQUAL '00'
               MOVE 1 TO PERFORM-FLAG
               PERFORM SCAN-ONE-ARCHIVE-ENTRY
                   THRU SCAN-ONE-ARCHIVE-ENTRY-EXIT
                   UNTIL PERFORM-FLAG EQUAL TO 0
               CLOSE JOURNAL-ARCHIVE.
           MOVE 'N' TO PENDING-IMAGE-SWITCH.
           OPEN INPUT HISTORY-JOURNAL.
           MOVE 1 TO PERFORM-FLAG.
           PERFORM SCAN-ONE-JOURNAL-ENTRY
               THRU SCAN-ONE-JOURNAL-ENTRY-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
           CLOSE HISTORY-JOURNAL.
       GATHER-MONTH-RESPONSES-EXIT.
           EXIT.

       SCAN-ONE-ARCHIVE-ENTRY.
           READ JOURNAL-ARCHIVE
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO SCAN-ONE-ARCHIVE-ENTRY-EXIT.
           IF NOT JARC-IS-DETAIL
               GO TO SCAN-ONE-ARCHIVE-ENTRY-EXIT.
           ADD 1 TO RPT-ARCHIVE-READ-COUNT.
           MOVE JARC-IMAGE TO JE-ENTRY-AREA.
           PERFORM EXAMINE-JOURNAL-ENTRY
               THRU EXAMINE-JOURNAL-ENTRY-EXIT.
       SCAN-ONE-ARCHIVE-ENTRY-EXIT.
           EXIT.

       SCAN-ONE-JOURNAL-ENTRY.
           READ HISTORY-JOURNAL
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO SCAN-ONE-JOURNAL-ENTRY-EXIT.
           ADD 1 TO RPT-JOURNAL-READ-COUNT.
           MOVE JOURNAL-RECORD TO JE-ENTRY-AREA.
           PERFORM EXAMINE-JOURNAL-ENTRY
               THRU EXAMINE-JOURNAL-ENTRY-EXIT.
       SCAN-ONE-JOURNAL-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    EXAMINE-JOURNAL-ENTRY -- MAINTRAN WRITES A CHANGE'S BEFORE-
      *    IMAGE AND ITS AFTER-IMAGE ONE BEHIND THE OTHER, SO A CHANGE
      *    BEFORE-IMAGE IS HELD UNTIL THE NEXT ENTRY AND PAIRED WITH
      *    IT WHEN THAT IS THE MATCHING AFTER-IMAGE. A PAIR DATED IN
      *    THE REPORT MONTH THAT TOOK THE INQUIRY FROM 'P' TO 'C' OR
      *    'X' IS A CONTACT; AN ESCALATE PAIR THAT CHANGED THE REP IS
      *    A REASSIGNMENT. CHANGES BY OTHER PROGRAMS ARE NOT THE SALES
      *    OFFICE'S WORK AND ARE PASSED OVER.
      ******************************************************************
       EXAMINE-JOURNAL-ENTRY.
           MOVE JE-RECORD-IMAGE TO IMAGE-DECODE-AREA.
           IF JE-ACTION-CHANGE AND JE-BEFORE-IMAGE
               AND (JE-PROGRAM EQUAL 'MAINTRAN'
                 OR JE-PROGRAM EQUAL 'ESCALATE')
               PERFORM HOLD-BEFORE-IMAGE
               GO TO EXAMINE-JOURNAL-ENTRY-EXIT.
           IF NOT BEFORE-IMAGE-IS-PENDING
               GO TO EXAMINE-JOURNAL-ENTRY-EXIT.
           MOVE 'N' TO PENDING-IMAGE-SWITCH.
           IF NOT JE-ACTION-CHANGE OR NOT JE-AFTER-IMAGE
               OR JE-CUST-NUM NOT EQUAL PEND-CUST-NUM
               OR JE-REGION   NOT EQUAL PEND-REGION
               OR JE-PROGRAM  NOT EQUAL PEND-PROGRAM
               GO TO EXAMINE-JOURNAL-ENTRY-EXIT.
           IF JE-RUN-DATE LESS THAN MONTH-FIRST-DATE
               OR JE-RUN-DATE GREATER THAN MONTH-LAST-DATE
               GO TO EXAMINE-JOURNAL-ENTRY-EXIT.
           IF PEND-AWAITING-CONTACT AND IMG-FOLLOWUP-DONE
               PERFORM RELEASE-CONTACT-EVENT
               GO TO EXAMINE-JOURNAL-ENTRY-EXIT.
           IF PEND-PROGRAM EQUAL 'ESCALATE'
               AND IMG-SALESREP NOT EQUAL PEND-SALESREP
               PERFORM RELEASE-REASSIGNMENT-EVENT.
       EXAMINE-JOURNAL-ENTRY-EXIT.
           EXIT.

       HOLD-BEFORE-IMAGE.
           MOVE JE-CUST-NUM         TO PEND-CUST-NUM.
           MOVE JE-REGION           TO PEND-REGION.
           MOVE JE-PROGRAM          TO PEND-PROGRAM.
           MOVE IMG-SALESREP        TO PEND-SALESREP.
           MOVE IMG-OFFICE          TO PEND-OFFICE.
           MOVE IMG-FOLLOWUP-STATUS TO PEND-FOLLOWUP-STATUS.
           IF IMG-RECVD-DATE NUMERIC
               MOVE IMG-RECVD-DATE  TO PEND-RECVD-DATE
           ELSE
               MOVE 0               TO PEND-RECVD-DATE.
           MOVE 'Y' TO PENDING-IMAGE-SWITCH.
       HOLD-BEFORE-IMAGE-EXIT.
           EXIT.

       RELEASE-CONTACT-EVENT.
           MOVE PEND-OFFICE   TO SORT-OFFICE.
           MOVE PEND-SALESREP TO SORT-SALESREP.
           MOVE 'T' TO SORT-EVENT-TYPE.
           ADD 1 TO RPT-CONTACT-COUNT.
           PERFORM SET-CONTACT-DAYS THRU SET-CONTACT-DAYS-EXIT.
           RELEASE SORT-RECORD.
           ADD 1 TO RPT-RELEASE-COUNT.
       RELEASE-CONTACT-EVENT-EXIT.
           EXIT.

      ******************************************************************
      *    SET-CONTACT-DAYS -- DAYS FROM THE RECEIVED DATE ON THE
      *    BEFORE-IMAGE TO THE RUN DATE THE CONTACT WAS JOURNALED. A
      *    RECORD FILED BEFORE THE RECEIVED DATE WAS CARRIED (BLANK
      *    DATE), OR ONE DATED AFTER THE CONTACT, STILL COUNTS AS
      *    CONTACTED BUT IS LEFT OUT OF THE DAYS FIGURES.
      ******************************************************************
       SET-CONTACT-DAYS.
           MOVE 'N' TO SORT-DAYS-FLAG.
           MOVE 0   TO SORT-DAYS-TO-CONTACT.
           IF PEND-RECVD-DATE EQUAL ZERO
               OR PEND-RECVD-DATE GREATER THAN JE-RUN-DATE
               ADD 1 TO RPT-NO-RECVD-DATE-COUNT
               GO TO SET-CONTACT-DAYS-EXIT.
           COMPUTE SORT-DAYS-TO-CONTACT =
               FUNCTION INTEGER-OF-DATE(JE-RUN-DATE)
             - FUNCTION INTEGER-OF-DATE(PEND-RECVD-DATE).
           MOVE 'Y' TO SORT-DAYS-FLAG.
       SET-CONTACT-DAYS-EXIT.
           EXIT.

       RELEASE-REASSIGNMENT-EVENT.
           MOVE PEND-OFFICE   TO SORT-OFFICE.
           MOVE PEND-SALESREP TO SORT-SALESREP.
           MOVE 'R' TO SORT-EVENT-TYPE.
           MOVE 'N' TO SORT-DAYS-FLAG.
           MOVE 0   TO SORT-DAYS-TO-CONTACT.
           ADD 1 TO RPT-REASSIGNED-COUNT.
           RELEASE SORT-RECORD.
           ADD 1 TO RPT-RELEASE-COUNT.
       RELEASE-REASSIGNMENT-EVENT-EXIT.
           EXIT.

      ******************************************************************
      *    REPORT-SCORECARD -- CONTROL-BREAK PASS OVER THE SORTED
      *    OFFICE/SALESREP RECORDS. ONE LINE PRINTS PER REP, AN OFFICE
      *    TOTAL AFTER THE LAST REP OF EACH OFFICE, AND THE COMPANY
      *    TOTAL AT THE END. THE BREAK FIELDS START AT HIGH-VALUES SO
      *    THE FIRST OFFICE BREAKS EVEN WHEN ITS CODE IS BLANK.
      ******************************************************************
       REPORT-SCORECARD.
           MOVE HIGH-VALUES TO CURR-OFFICE CURR-SALESREP.
           MOVE 1 TO PERFORM-FLAG.
           PERFORM RETURN-ONE-RESPONSE
               THRU RETURN-ONE-RESPONSE-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
           IF GROUP-EVENTS GREATER THAN 0
               PERFORM WRITE-REP-LINE.
           IF OFFICE-EVENTS GREATER THAN 0
               PERFORM WRITE-OFFICE-TOTAL.
           PERFORM WRITE-COMPANY-TOTAL.
       REPORT-SCORECARD-EXIT.
           EXIT.

       RETURN-ONE-RESPONSE.
           RETURN SORT-FILE
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO RETURN-ONE-RESPONSE-EXIT.
           ADD 1 TO RPT-RETURN-COUNT.
           IF SORT-OFFICE   NOT EQUAL CURR-OFFICE OR
              SORT-SALESREP NOT EQUAL CURR-SALESREP
               IF GROUP-EVENTS GREATER THAN 0
                   PERFORM WRITE-REP-LINE.
           IF SORT-OFFICE NOT EQUAL CURR-OFFICE
               IF OFFICE-EVENTS GREATER THAN 0
                   PERFORM WRITE-OFFICE-TOTAL.
           IF SORT-OFFICE NOT EQUAL CURR-OFFICE
               MOVE SORT-OFFICE TO CURR-OFFICE RS-BREAK-OFFICE
               MOVE SPACES TO RESPONSE-REPORT-LINE
               WRITE RESPONSE-REPORT-LINE
               WRITE RESPONSE-REPORT-LINE FROM RS-BREAK-LINE
               WRITE RESPONSE-REPORT-LINE FROM RS-HEADING-2.
           MOVE SORT-SALESREP TO CURR-SALESREP.
           ADD 1 TO GROUP-EVENTS OFFICE-EVENTS.
           IF SORT-IS-REASSIGNED
               ADD 1 TO GROUP-REASSIGNED
               GO TO RETURN-ONE-RESPONSE-EXIT.
           ADD 1 TO GROUP-CONTACTED.
           IF NOT SORT-DAYS-ARE-KNOWN
               GO TO RETURN-ONE-RESPONSE-EXIT.
           ADD 1 TO GROUP-DAYS-COUNT.
           ADD SORT-DAYS-TO-CONTACT TO GROUP-DAYS-TOTAL.
           IF SORT-DAYS-TO-CONTACT GREATER THAN GROUP-WORST-DAYS
               MOVE SORT-DAYS-TO-CONTACT TO GROUP-WORST-DAYS.
           IF SORT-DAYS-TO-CONTACT NOT GREATER THAN TARGET-DAYS
               ADD 1 TO GROUP-IN-TARGET.
       RETURN-ONE-RESPONSE-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE-REP-LINE -- PRINT THE LINE FOR THE REP JUST ENDED,
      *    ADD IT TO THE OFFICE AND COMPANY ACCUMULATORS AND CLEAR IT.
      ******************************************************************
       WRITE-REP-LINE.
           PERFORM LOOKUP-SALESREP.
           MOVE CURR-SALESREP    TO RS-REP-CODE.
           MOVE GROUP-CONTACTED  TO LINE-CONTACTED.
           MOVE GROUP-DAYS-COUNT TO LINE-DAYS-COUNT.
           MOVE GROUP-DAYS-TOTAL TO LINE-DAYS-TOTAL.
           MOVE GROUP-WORST-DAYS TO LINE-WORST-DAYS.
           MOVE GROUP-IN-TARGET  TO LINE-IN-TARGET.
           MOVE GROUP-REASSIGNED TO LINE-REASSIGNED.
           PERFORM WRITE-SCORE-LINE.
           ADD GROUP-CONTACTED  TO OFFICE-CONTACTED COMPANY-CONTACTED.
           ADD GROUP-DAYS-COUNT TO OFFICE-DAYS-COUNT
                                   COMPANY-DAYS-COUNT.
           ADD GROUP-DAYS-TOTAL TO OFFICE-DAYS-TOTAL
                                   COMPANY-DAYS-TOTAL.
           ADD GROUP-IN-TARGET  TO OFFICE-IN-TARGET COMPANY-IN-TARGET.
           ADD GROUP-REASSIGNED TO OFFICE-REASSIGNED
                                   COMPANY-REASSIGNED.
           IF GROUP-WORST-DAYS GREATER THAN OFFICE-WORST-DAYS
               MOVE GROUP-WORST-DAYS TO OFFICE-WORST-DAYS.
           IF GROUP-WORST-DAYS GREATER THAN COMPANY-WORST-DAYS
               MOVE GROUP-WORST-DAYS TO COMPANY-WORST-DAYS.
           MOVE 0 TO GROUP-EVENTS GROUP-CONTACTED GROUP-DAYS-COUNT
                     GROUP-DAYS-TOTAL GROUP-WORST-DAYS GROUP-IN-TARGET
                     GROUP-REASSIGNED.
       WRITE-REP-LINE-EXIT.
           EXIT.

       WRITE-OFFICE-TOTAL.
           MOVE SPACES TO RESPONSE-REPORT-LINE.
           WRITE RESPONSE-REPORT-LINE.
           MOVE SPACES           TO RS-REP-CODE.
           MOVE 'OFFICE TOTAL'   TO RS-REP-NAME.
           MOVE OFFICE-CONTACTED  TO LINE-CONTACTED.
           MOVE OFFICE-DAYS-COUNT TO LINE-DAYS-COUNT.
           MOVE OFFICE-DAYS-TOTAL TO LINE-DAYS-TOTAL.
           MOVE OFFICE-WORST-DAYS TO LINE-WORST-DAYS.
           MOVE OFFICE-IN-TARGET  TO LINE-IN-TARGET.
           MOVE OFFICE-REASSIGNED TO LINE-REASSIGNED.
           PERFORM WRITE-SCORE-LINE.
           MOVE 0 TO OFFICE-EVENTS OFFICE-CONTACTED OFFICE-DAYS-COUNT
                     OFFICE-DAYS-TOTAL OFFICE-WORST-DAYS
                     OFFICE-IN-TARGET OFFICE-REASSIGNED.
       WRITE-OFFICE-TOTAL-EXIT.
           EXIT.

       WRITE-COMPANY-TOTAL.
           MOVE SPACES TO RESPONSE-REPORT-LINE.
           WRITE RESPONSE-REPORT-LINE.
           MOVE SPACES           TO RS-REP-CODE.
           MOVE 'COMPANY TOTAL'  TO RS-REP-NAME.
           MOVE COMPANY-CONTACTED  TO LINE-CONTACTED.
           MOVE COMPANY-DAYS-COUNT TO LINE-DAYS-COUNT.
           MOVE COMPANY-DAYS-TOTAL TO LINE-DAYS-TOTAL.
           MOVE COMPANY-WORST-DAYS TO LINE-WORST-DAYS.
           MOVE COMPANY-IN-TARGET  TO LINE-IN-TARGET.
           MOVE COMPANY-REASSIGNED TO LINE-REASSIGNED.
           PERFORM WRITE-SCORE-LINE.
       WRITE-COMPANY-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE-SCORE-LINE -- FORMAT ONE SCORECARD LINE FROM THE
      *    LINE- COUNTS. THE AVERAGE, WORST AND IN-TARGET FIGURES ARE
      *    OVER THE CONTACTS WITH A USABLE RECEIVED DATE, AND PRINT AS
      *    A DASH WHEN THERE ARE NONE (A REP WITH ONLY REASSIGNMENTS).
      ******************************************************************
       WRITE-SCORE-LINE.
           MOVE LINE-CONTACTED  TO RS-CONTACTED.
           MOVE LINE-REASSIGNED TO RS-REASSIGNED.
           IF LINE-DAYS-COUNT GREATER THAN 0
               COMPUTE LINE-AVG-DAYS ROUNDED =
                   LINE-DAYS-TOTAL / LINE-DAYS-COUNT
               COMPUTE LINE-TARGET-RATE ROUNDED =
                   LINE-IN-TARGET * 100 / LINE-DAYS-COUNT
               MOVE LINE-AVG-DAYS    TO RS-AVG-DAYS
               MOVE LINE-WORST-DAYS  TO RS-WORST-DAYS
               MOVE LINE-TARGET-RATE TO RS-TARGET-RATE
               MOVE '%'              TO RS-TARGET-PCT
           ELSE
               MOVE '   -'           TO RS-AVG-DAYS-X
               MOVE '    -'          TO RS-WORST-DAYS-X
               MOVE '    -'          TO RS-TARGET-RATE-X
               MOVE SPACE            TO RS-TARGET-PCT.
           WRITE RESPONSE-REPORT-LINE FROM RS-DETAIL-LINE.
       WRITE-SCORE-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    LOOKUP-SALESREP -- KEYED READ OF THE SALESREP MASTER FOR
      *    THE REP WHOSE FIGURES ARE ABOUT TO PRINT, SO THE LINE
      *    CARRIES THE REP'S NAME NEXT TO THE CODE.
      ******************************************************************
       LOOKUP-SALESREP.
           MOVE CURR-SALESREP TO SREP-REP-CODE.
           READ SALESREP-MASTER INVALID KEY
               MOVE '** NOT ON MASTER **' TO RS-REP-NAME
           NOT INVALID KEY
               MOVE SREP-REP-NAME TO RS-REP-NAME.
       LOOKUP-SALESREP-EXIT.
           EXIT.

      ******************************************************************
      *    READ-BUSINESS-DATE -- THE DEFAULT REPORT MONTH IS TAKEN FROM
      *    THE SHARED BUSINESS-DATE RECORD, NOT THE MACHINE CLOCK. A
      *    MISSING, EMPTY OR NON-NUMERIC RECORD ABANDONS THE RUN.
      ******************************************************************
       READ-BUSINESS-DATE.
           MOVE 'N' TO BUSINESS-DATE-SWITCH.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDAT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'RESPCARD - BUSINESS DATE FILE NOT AVAILABLE - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           READ BUSINESS-DATE-FILE
               AT END MOVE 0 TO PERFORM-FLAG.
           CLOSE BUSINESS-DATE-FILE.
           IF PERFORM-FLAG EQUAL TO 0
               DISPLAY 'RESPCARD - BUSINESS DATE FILE EMPTY - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           IF BDAT-PROCESS-DATE NOT NUMERIC
               OR BDAT-PROCESS-DATE EQUAL ZERO
               DISPLAY 'RESPCARD - BUSINESS DATE NOT NUMERIC - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE BDAT-PROCESS-DATE TO TODAY-DATE.
           MOVE 'Y' TO BUSINESS-DATE-SWITCH.
       READ-BUSINESS-DATE-EXIT.
           EXIT.

       WRITE-SCORECARD-SUMMARY.
           MOVE SPACES TO RESPONSE-REPORT-LINE.
           WRITE RESPONSE-REPORT-LINE.
           MOVE 'ARCHIVED JOURNAL ENTRIES READ' TO RS-SUMMARY-LABEL.
           MOVE RPT-ARCHIVE-READ-COUNT TO RS-SUMMARY-COUNT.
           WRITE RESPONSE-REPORT-LINE FROM RS-SUMMARY-LINE.
           MOVE 'LIVE JOURNAL ENTRIES READ' TO RS-SUMMARY-LABEL.
           MOVE RPT-JOURNAL-READ-COUNT TO RS-SUMMARY-COUNT.
           WRITE RESPONSE-REPORT-LINE FROM RS-SUMMARY-LINE.
           MOVE 'INQUIRIES CONTACTED IN MONTH' TO RS-SUMMARY-LABEL.
           MOVE RPT-CONTACT-COUNT TO RS-SUMMARY-COUNT.
           WRITE RESPONSE-REPORT-LINE FROM RS-SUMMARY-LINE.
           MOVE 'CONTACTED WITH NO USABLE RECVD DATE'
                                       TO RS-SUMMARY-LABEL.
           MOVE RPT-NO-RECVD-DATE-COUNT TO RS-SUMMARY-COUNT.
           WRITE RESPONSE-REPORT-LINE FROM RS-SUMMARY-LINE.
           MOVE 'REASSIGNED BY ESCALATE IN MONTH' TO RS-SUMMARY-LABEL.
           MOVE RPT-REASSIGNED-COUNT TO RS-SUMMARY-COUNT.
           WRITE RESPONSE-REPORT-LINE FROM RS-SUMMARY-LINE.
       WRITE-SCORECARD-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      *    PROGRAM-TERMINATOR -- EVERY SORT RECORD RELEASED MUST COME
      *    BACK FROM THE SORT AND BE TALLIED.
      ******************************************************************
       PROGRAM-TERMINATOR.
           IF RPT-RETURN-COUNT NOT EQUAL RPT-RELEASE-COUNT
               DISPLAY 'RESPCARD - CONTROL TOTAL MISMATCH - '
                   RPT-RELEASE-COUNT ' RELEASED VS '
                   RPT-RETURN-COUNT  ' RETURNED'
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY 'RESPCARD - CONTROL TOTALS RECONCILE - '
                   RPT-CONTACT-COUNT ' CONTACTS, '
                   RPT-REASSIGNED-COUNT ' REASSIGNMENTS REPORTED'
               MOVE 0 TO RETURN-CODE.
       PROGRAM-TERMINATOR-EXIT.
           EXIT.
