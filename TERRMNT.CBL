       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TERRMNT.
       AUTHOR.  DATA PROCESSING.

      ****************************************************************
      *
      *            TERRMNT.CBL
      *
      *         THIS PROGRAM MAINTAINS THE TERRITORY MASTER FILE THAT
      *         VSAMSORT BUILDS THE NIGHTLY STATE/SALESREP/OFFICE
      *         TABLE FROM. EACH CARD ON THE TRANSACTION FILE NAMES A
      *         STATE, ITS DOMESTIC/FOREIGN FLAG, THE DATE THE
      *         ASSIGNMENT TAKES EFFECT AND AN ACTION: 'A' ADDS A NEW
      *         ASSIGNMENT OF THE STATE TO A SALESREP AND OFFICE FROM
      *         THAT DATE, 'C' CHANGES THE REP AND OFFICE ON AN
      *         ASSIGNMENT ALREADY ON FILE AND 'D' REMOVES AN
      *         ASSIGNMENT. A REALIGNMENT IS LOADED AHEAD OF TIME BY
      *         ADDING THE NEW ASSIGNMENTS WITH A FUTURE EFFECTIVE
      *         DATE; THE ASSIGNMENTS THEY REPLACE STAY ON FILE AND
      *         VSAMSORT SWITCHES OVER ON THE NIGHT THE NEW DATE IS
      *         REACHED.
      *
      *         EVERY ADD AND CHANGE IS VALIDATED BEFORE IT TOUCHES
      *         THE MASTER: THE SALESREP MUST BE ON THE SALESREP
      *         MASTER AND ACTIVE, THE SAME TEST MAINTRAN AND REPXFER
      *         APPLY, AND A DOMESTIC ASSIGNMENT MUST NAME AN OFFICE
      *         THE OFFICE-TO-REGION ROUTING CONTROL FILE KNOWS, SO
      *         VSAMPROC NEVER RECEIVES A TERRITORY IT CANNOT ROUTE.
      *         EVERY TRANSACTION, APPLIED OR REJECTED, IS LISTED ON
      *         THE MAINTENANCE AUDIT REPORT, THE SAME PATTERN
      *         SREPMNT AND PRODMNT USE.
      *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * INPUT FILE OF TERRITORY MASTER MAINTENANCE TRANSACTIONS
           SELECT TERRITORY-TRANS ASSIGN TERRTRAN
               ORGANIZATION SEQUENTIAL.

      * TERRITORY MASTER VSAM FILE - MAINTAINED BY THIS PROGRAM
           SELECT TERRITORY-MASTER ASSIGN TERRMST
               ORGANIZATION INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TERR-KEY
               FILE STATUS IS TERR-FILE-STATUS.

      * SALESREP MASTER VSAM FILE - MAINTAINED BY SREPMNT. READ TO
      * REJECT ASSIGNMENTS NAMING A REP NOT ON FILE OR INACTIVE
           SELECT SALESREP-MASTER ASSIGN SREPMST
               ORGANIZATION INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SREP-REP-CODE
               FILE STATUS IS SREP-FILE-STATUS.

      * INPUT OFFICE-TO-REGION ROUTING CONTROL FILE
           SELECT REGION-CONTROL ASSIGN REGNCTL
               ORGANIZATION SEQUENTIAL.

      * OUTPUT TERRITORY MASTER MAINTENANCE AUDIT REPORT
           SELECT TERRITORY-REPORT ASSIGN TERRMRPT
               ORGANIZATION SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       COPY 'TMNTFS'.

       WORKING-STORAGE SECTION.

       01  PERFORM-FLAG                PIC 9      VALUE 1.

       01  TERR-FILE-STATUS            PIC X(02).
       01  SREP-FILE-STATUS            PIC X(02).

       01  ASSIGNMENT-OK-SWITCH        PIC X(01)  VALUE 'N'.
           88  ASSIGNMENT-IS-VALID                VALUE 'Y'.

       01  RPT-TRANS-READ-COUNT        PIC 9(05)  VALUE 0.
       01  RPT-ADD-APPLIED-COUNT       PIC 9(05)  VALUE 0.
       01  RPT-CHANGE-APPLIED-COUNT    PIC 9(05)  VALUE 0.
       01  RPT-DELETE-APPLIED-COUNT    PIC 9(05)  VALUE 0.
       01  RPT-TRANS-REJECT-COUNT      PIC 9(05)  VALUE 0.

       01  REGION-ROUTE-AREA.
           05  REGION-ROUTE-TABLE OCCURS 10 TIMES
                                   INDEXED BY ROUTE-INDEX.
               10  ROUTE-OFFICE        PIC X(04).
               10  ROUTE-REGION-CODE   PIC X(01).

       01  ROUTE-SUBSCRPT              PIC 9(02)  VALUE 1.

       01  TM-HEADING-1.
           05  FILLER                  PIC X(45)
               VALUE 'TERRMNT - TERRITORY MASTER MAINTENANCE AUDIT'.

       01  TM-HEADING-2.
           05  FILLER                  PIC X(45)
               VALUE 'ACT  ST  D/F  EFF-DATE  REP    OFFC  '.
           05  FILLER                  PIC X(11)
               VALUE 'DISPOSITION'.

       01  TM-DETAIL-LINE.
           05  TM-ACTION               PIC X(01).
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  TM-STATE                PIC X(02).
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  TM-DOMESTIC-FLAG        PIC X(01).
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  TM-EFFECTIVE-DATE       PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TM-SALESREP             PIC X(05).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TM-OFFICE               PIC X(04).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  TM-DISPOSITION          PIC X(35).

       01  TM-SUMMARY-LINE.
           05  TM-SUMMARY-LABEL        PIC X(35).
           05  TM-SUMMARY-COUNT        PIC ZZ,ZZ9.

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
           PERFORM LOAD-REGION-CONTROL.
           PERFORM MAINTAIN-TERRITORY-MASTER.
           STOP RUN.

      ******************************************************************
      *    LOAD-REGION-CONTROL -- LOAD THE OFFICE-TO-REGION ROUTING
      *    TABLE THE SAME WAY VSAMPROC DOES, SO A DOMESTIC ASSIGNMENT
      *    CAN BE CHECKED AGAINST EXACTLY THE OFFICES VSAMPROC WILL
      *    BE ABLE TO ROUTE.
      ******************************************************************
       LOAD-REGION-CONTROL.
           MOVE 1 TO ROUTE-SUBSCRPT PERFORM-FLAG.
           MOVE SPACES TO REGION-ROUTE-AREA.
           OPEN INPUT REGION-CONTROL.
           PERFORM LOAD-ONE-ROUTE-RECORD UNTIL PERFORM-FLAG EQUAL TO 0.
           CLOSE REGION-CONTROL.
       LOAD-REGION-CONTROL-EXIT.
           EXIT.

       LOAD-ONE-ROUTE-RECORD.
           READ REGION-CONTROL
               AT END MOVE 0 TO PERFORM-FLAG.
           IF PERFORM-FLAG EQUAL TO 1
               AND ROUTE-SUBSCRPT NOT GREATER THAN 10
               MOVE RGN-OFFICE      TO ROUTE-OFFICE(ROUTE-SUBSCRPT)
               MOVE RGN-REGION-CODE
                   TO ROUTE-REGION-CODE(ROUTE-SUBSCRPT)
               ADD 1 TO ROUTE-SUBSCRPT.
       LOAD-ONE-ROUTE-RECORD-EXIT.
           EXIT.

       MAINTAIN-TERRITORY-MASTER.
           OPEN INPUT TERRITORY-TRANS.
           OPEN OUTPUT TERRITORY-REPORT.
           OPEN I-O TERRITORY-MASTER.
           IF TERR-FILE-STATUS EQUAL '35'
               OPEN OUTPUT TERRITORY-MASTER
               CLOSE TERRITORY-MASTER
               OPEN I-O TERRITORY-MASTER.
           OPEN INPUT SALESREP-MASTER.
           WRITE TERRITORY-REPORT-LINE FROM TM-HEADING-1.
           WRITE TERRITORY-REPORT-LINE FROM TM-HEADING-2.
           MOVE 1 TO PERFORM-FLAG.
           PERFORM APPLY-ONE-TRANSACTION THRU
                   APPLY-ONE-TRANSACTION-EXIT
                   UNTIL PERFORM-FLAG EQUAL TO 0.
           PERFORM WRITE-TRANSACTION-SUMMARY.
           CLOSE TERRITORY-TRANS TERRITORY-REPORT TERRITORY-MASTER
                 SALESREP-MASTER.
       MAINTAIN-TERRITORY-MASTER-EXIT.
           EXIT.

       APPLY-ONE-TRANSACTION.
           READ TERRITORY-TRANS
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO APPLY-ONE-TRANSACTION-EXIT.
           ADD 1 TO RPT-TRANS-READ-COUNT.
           MOVE TTRN-ACTION-CODE    TO TM-ACTION.
           MOVE TTRN-STATE          TO TM-STATE.
           MOVE TTRN-DOMESTIC-FLAG  TO TM-DOMESTIC-FLAG.
           MOVE TTRN-EFFECTIVE-DATE TO TM-EFFECTIVE-DATE.
           MOVE TTRN-SALESREP       TO TM-SALESREP.
           MOVE TTRN-OFFICE         TO TM-OFFICE.
           MOVE 'N' TO CALENDAR-DATE-SWITCH.
           IF TTRN-EFFECTIVE-DATE NUMERIC
               MOVE TTRN-EFFECTIVE-DATE TO CALENDAR-DATE
               PERFORM CHECK-CALENDAR-DATE
                   THRU CHECK-CALENDAR-DATE-EXIT.
           IF NOT TTRN-IS-DOMESTIC AND NOT TTRN-IS-FOREIGN
               MOVE 'DOMESTIC FLAG NOT D OR F - REJECT'
                                     TO TM-DISPOSITION
               ADD 1 TO RPT-TRANS-REJECT-COUNT
           ELSE
           IF TTRN-EFFECTIVE-DATE NOT NUMERIC
               OR TTRN-EFFECTIVE-DATE EQUAL ZERO
               MOVE 'EFFECTIVE DATE INVALID - REJECTED'
                                     TO TM-DISPOSITION
               ADD 1 TO RPT-TRANS-REJECT-COUNT
           ELSE
           IF NOT CALENDAR-DATE-IS-VALID
               MOVE 'EFFECTIVE DATE NOT A CALENDAR DATE'
                                     TO TM-DISPOSITION
               ADD 1 TO RPT-TRANS-REJECT-COUNT
           ELSE
           IF TTRN-IS-ADD
               PERFORM APPLY-ADD-TRANSACTION
                   THRU APPLY-ADD-TRANSACTION-EXIT
           ELSE
           IF TTRN-IS-CHANGE
               PERFORM APPLY-CHANGE-TRANSACTION
                   THRU APPLY-CHANGE-TRANSACTION-EXIT
           ELSE
           IF TTRN-IS-DELETE
               PERFORM APPLY-DELETE-TRANSACTION
                   THRU APPLY-DELETE-TRANSACTION-EXIT
           ELSE
               MOVE 'UNKNOWN ACTION CODE - REJECTED' TO TM-DISPOSITION
               ADD 1 TO RPT-TRANS-REJECT-COUNT.
           WRITE TERRITORY-REPORT-LINE FROM TM-DETAIL-LINE.
       APPLY-ONE-TRANSACTION-EXIT.
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
      *    CHECK-ASSIGNMENT -- VALIDATE THE REP AND OFFICE ON AN ADD
      *    OR CHANGE CARD. THE REP MUST BE ON THE SALESREP MASTER AND
      *    ACTIVE. A DOMESTIC ASSIGNMENT MUST NAME AN OFFICE ON THE
      *    ROUTING CONTROL FILE, OR VSAMPROC WOULD SEND EVERY
      *    INQUIRY FROM THE STATE TO BAD-DATA; FOREIGN INQUIRIES ALL
      *    FILE TO FOREIGN-REGION AND ARE NOT ROUTED BY OFFICE.
      ******************************************************************
       CHECK-ASSIGNMENT.
           MOVE 'N' TO ASSIGNMENT-OK-SWITCH.
           MOVE TTRN-SALESREP TO SREP-REP-CODE.
           READ SALESREP-MASTER INVALID KEY
               MOVE 'SALESREP NOT ON MASTER - REJECT'
                                     TO TM-DISPOSITION
               GO TO CHECK-ASSIGNMENT-EXIT.
           IF SREP-IS-INACTIVE
               MOVE 'SALESREP INACTIVE - REJECTED' TO TM-DISPOSITION
               GO TO CHECK-ASSIGNMENT-EXIT.
           IF TTRN-IS-FOREIGN
               MOVE 'Y' TO ASSIGNMENT-OK-SWITCH
               GO TO CHECK-ASSIGNMENT-EXIT.
           SET ROUTE-INDEX TO 1.
           SEARCH REGION-ROUTE-TABLE AT END
               MOVE 'OFFICE NOT ON REGNCTL - REJECTED'
                                     TO TM-DISPOSITION
           WHEN ROUTE-OFFICE(ROUTE-INDEX) EQUAL TTRN-OFFICE
               MOVE 'Y' TO ASSIGNMENT-OK-SWITCH.
       CHECK-ASSIGNMENT-EXIT.
           EXIT.

       APPLY-ADD-TRANSACTION.
           PERFORM CHECK-ASSIGNMENT THRU CHECK-ASSIGNMENT-EXIT.
           IF NOT ASSIGNMENT-IS-VALID
               ADD 1 TO RPT-TRANS-REJECT-COUNT
               GO TO APPLY-ADD-TRANSACTION-EXIT.
           MOVE SPACES TO TERRITORY-MASTER-RECORD.
           MOVE TTRN-STATE          TO TERR-STATE.
           MOVE TTRN-DOMESTIC-FLAG  TO TERR-DOMESTIC-FLAG.
           MOVE TTRN-EFFECTIVE-DATE TO TERR-EFFECTIVE-DATE.
           MOVE TTRN-SALESREP       TO TERR-SALESREP.
           MOVE TTRN-OFFICE         TO TERR-OFFICE.
           WRITE TERRITORY-MASTER-RECORD INVALID KEY
               MOVE 'ASSIGNMENT ALREADY ON MASTER-REJ'
                                     TO TM-DISPOSITION
               ADD 1 TO RPT-TRANS-REJECT-COUNT
           NOT INVALID KEY
               MOVE 'ASSIGNMENT ADDED' TO TM-DISPOSITION
               ADD 1 TO RPT-ADD-APPLIED-COUNT.
       APPLY-ADD-TRANSACTION-EXIT.
           EXIT.

       APPLY-CHANGE-TRANSACTION.
           PERFORM CHECK-ASSIGNMENT THRU CHECK-ASSIGNMENT-EXIT.
           IF NOT ASSIGNMENT-IS-VALID
               ADD 1 TO RPT-TRANS-REJECT-COUNT
               GO TO APPLY-CHANGE-TRANSACTION-EXIT.
           MOVE TTRN-STATE          TO TERR-STATE.
           MOVE TTRN-DOMESTIC-FLAG  TO TERR-DOMESTIC-FLAG.
           MOVE TTRN-EFFECTIVE-DATE TO TERR-EFFECTIVE-DATE.
           READ TERRITORY-MASTER INVALID KEY
               MOVE 'ASSIGNMENT NOT ON MASTER - REJECT'
                                     TO TM-DISPOSITION
               ADD 1 TO RPT-TRANS-REJECT-COUNT
           NOT INVALID KEY
               MOVE TTRN-SALESREP TO TERR-SALESREP
               MOVE TTRN-OFFICE   TO TERR-OFFICE
               REWRITE TERRITORY-MASTER-RECORD
               MOVE 'ASSIGNMENT CHANGED' TO TM-DISPOSITION
               ADD 1 TO RPT-CHANGE-APPLIED-COUNT.
       APPLY-CHANGE-TRANSACTION-EXIT.
           EXIT.

       APPLY-DELETE-TRANSACTION.
           MOVE TTRN-STATE          TO TERR-STATE.
           MOVE TTRN-DOMESTIC-FLAG  TO TERR-DOMESTIC-FLAG.
           MOVE TTRN-EFFECTIVE-DATE TO TERR-EFFECTIVE-DATE.
           READ TERRITORY-MASTER INVALID KEY
               MOVE 'ASSIGNMENT NOT ON MASTER - REJECT'
                                     TO TM-DISPOSITION
               ADD 1 TO RPT-TRANS-REJECT-COUNT
           NOT INVALID KEY
               MOVE TERR-SALESREP TO TM-SALESREP
               MOVE TERR-OFFICE   TO TM-OFFICE
               DELETE TERRITORY-MASTER RECORD
               MOVE 'ASSIGNMENT DELETED' TO TM-DISPOSITION
               ADD 1 TO RPT-DELETE-APPLIED-COUNT.
       APPLY-DELETE-TRANSACTION-EXIT.
           EXIT.

       WRITE-TRANSACTION-SUMMARY.
           MOVE SPACES TO TERRITORY-REPORT-LINE.
           WRITE TERRITORY-REPORT-LINE.
           MOVE 'TRANSACTIONS READ' TO TM-SUMMARY-LABEL.
           MOVE RPT-TRANS-READ-COUNT TO TM-SUMMARY-COUNT.
           WRITE TERRITORY-REPORT-LINE FROM TM-SUMMARY-LINE.
           MOVE 'ASSIGNMENTS ADDED' TO TM-SUMMARY-LABEL.
           MOVE RPT-ADD-APPLIED-COUNT TO TM-SUMMARY-COUNT.
           WRITE TERRITORY-REPORT-LINE FROM TM-SUMMARY-LINE.
           MOVE 'ASSIGNMENTS CHANGED' TO TM-SUMMARY-LABEL.
           MOVE RPT-CHANGE-APPLIED-COUNT TO TM-SUMMARY-COUNT.
           WRITE TERRITORY-REPORT-LINE FROM TM-SUMMARY-LINE.
           MOVE 'ASSIGNMENTS DELETED' TO TM-SUMMARY-LABEL.
           MOVE RPT-DELETE-APPLIED-COUNT TO TM-SUMMARY-COUNT.
           WRITE TERRITORY-REPORT-LINE FROM TM-SUMMARY-LINE.
           MOVE 'TRANSACTIONS REJECTED' TO TM-SUMMARY-LABEL.
           MOVE RPT-TRANS-REJECT-COUNT TO TM-SUMMARY-COUNT.
           WRITE TERRITORY-REPORT-LINE FROM TM-SUMMARY-LINE.
       WRITE-TRANSACTION-SUMMARY-EXIT.
           EXIT.
