       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONVRPT.
       AUTHOR.  DATA PROCESSING.

      ****************************************************************
      *
      *            CONVRPT.CBL
      *
      *         THIS PROGRAM PRODUCES THE MONTHLY INQUIRY-TO-ORDER
      *         CONVERSION REPORT FOR SALES MANAGEMENT. IT READS THE
      *         FOUR CUSTOMER REGION FILES AND TAKES EVERY INQUIRY
      *         WHOSE RECEIVED DATE FALLS IN THE REPORT MONTH. THE
      *         REPORT MONTH IS THE CALENDAR MONTH BEFORE THE
      *         BUSINESS DATE, UNLESS A CONTROL CARD NAMES ANOTHER.
      *         THE ORDER OUTCOME ON EACH RECORD IS POSTED BY
      *         ORDRMTCH FROM THE DAILY ORDER FEED.
      *
      *         ONE SORT RECORD IS RELEASED FOR EACH PRODUCT THE
      *         INQUIRY ASKED ABOUT, PLUS ONE CARRYING THE INQUIRY
      *         ITSELF FOR THE REP TOTAL. THE RECORDS ARE SORTED BY
      *         REGION, SALESREP AND PRODUCT, AND FOR EVERY GROUP THE
      *         REPORT PRINTS THE INQUIRIES RECEIVED, THE ORDERS WON,
      *         THE WIN RATE, AND THE AVERAGE DAYS FROM THE RECEIVED
      *         DATE TO THE ORDER DATE OF THE ORDERS WON. REP,
      *         REGION AND COMPANY TOTALS COUNT EACH INQUIRY ONCE,
      *         HOWEVER MANY PRODUCTS IT NAMED.
      *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * WORK FILE FOR COBOL INTERNAL SORT
           SELECT SORT-FILE    ASSIGN TO UT-S-SORTWRK.

      * SALESREP MASTER VSAM FILE - MAINTAINED BY SREPMNT. READ TO
      * PRINT EACH REP'S NAME AND OFFICE ON THE BREAK LINE
           SELECT SALESREP-MASTER ASSIGN SREPMST
               ORGANIZATION INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SREP-REP-CODE
               FILE STATUS IS SREP-FILE-STATUS.

      * FOREIGN SALES REGION VSAM FILE - MAINTAINED BY VSAMPROC
           SELECT FOREIGN-REGION ASSIGN FRGNVSAM
               ORGANIZATION INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS FOREIGN-CUST-NUM
               ALTERNATE RECORD KEY IS FOREIGN-SALESREP WITH DUPLICATES
               ALTERNATE RECORD KEY IS FOREIGN-STATE    WITH DUPLICATES
               FILE STATUS IS FOREIGN-FILE-STATUS.

      * EASTERN SALES REGION VSAM FILE - MAINTAINED BY VSAMPROC
           SELECT EAST-REGION ASSIGN EASTVSAM
               ORGANIZATION INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EAST-CUST-NUM
               ALTERNATE RECORD KEY IS EAST-SALESREP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EAST-STATE    WITH DUPLICATES
               FILE STATUS IS EAST-FILE-STATUS.

      * WESTERN SALES REGION VSAM FILE - MAINTAINED BY VSAMPROC
           SELECT WEST-REGION ASSIGN WESTVSAM
               ORGANIZATION INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS WEST-CUST-NUM
               ALTERNATE RECORD KEY IS WEST-SALESREP WITH DUPLICATES
               ALTERNATE RECORD KEY IS WEST-STATE    WITH DUPLICATES
               FILE STATUS IS WEST-FILE-STATUS.

      * CENTRAL SALES REGION VSAM FILE - MAINTAINED BY VSAMPROC
           SELECT CENTRAL-REGION ASSIGN CNTRVSAM
               ORGANIZATION INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CNTR-CUST-NUM
               ALTERNATE RECORD KEY IS CNTR-SALESREP WITH DUPLICATES
               ALTERNATE RECORD KEY IS CNTR-STATE    WITH DUPLICATES
               FILE STATUS IS CENTRAL-FILE-STATUS.

      * OPTIONAL CONTROL CARD NAMING THE REPORT MONTH
           SELECT CONVERSION-CONTROL ASSIGN CONVCTL
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS CONV-FILE-STATUS.

      * OUTPUT CONVERSION REPORT
           SELECT CONVERSION-REPORT ASSIGN CONVRPT
               ORGANIZATION SEQUENTIAL.

      * SHARED BUSINESS-DATE CONTROL RECORD - ROLLED BY BDATROLL
           SELECT BUSINESS-DATE-FILE ASSIGN BUSDATE
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS BDAT-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.

       COPY 'CONVFS'.

       WORKING-STORAGE SECTION.

       01  PERFORM-FLAG                PIC 9      VALUE 1.

       01  FOREIGN-FILE-STATUS         PIC X(02).
       01  EAST-FILE-STATUS            PIC X(02).
       01  WEST-FILE-STATUS            PIC X(02).
       01  CENTRAL-FILE-STATUS         PIC X(02).
       01  SREP-FILE-STATUS            PIC X(02).
       01  CONV-FILE-STATUS            PIC X(02).
       01  BDAT-FILE-STATUS            PIC X(02).

       01  BUSINESS-DATE-SWITCH        PIC X(01)  VALUE 'N'.
           88  BUSINESS-DATE-IS-VALID             VALUE 'Y'.

       01  REPORT-MONTH-SWITCH         PIC X(01)  VALUE 'N'.
           88  REPORT-MONTH-IS-VALID              VALUE 'Y'.

       01  RPT-FOREIGN-READ-COUNT      PIC 9(05)  VALUE 0.
       01  RPT-EAST-READ-COUNT         PIC 9(05)  VALUE 0.
       01  RPT-WEST-READ-COUNT         PIC 9(05)  VALUE 0.
       01  RPT-CENTRAL-READ-COUNT      PIC 9(05)  VALUE 0.
       01  RPT-INQUIRY-COUNT           PIC 9(05)  VALUE 0.
       01  RPT-WON-COUNT               PIC 9(05)  VALUE 0.
       01  RPT-NO-ORDER-DATE-COUNT     PIC 9(05)  VALUE 0.
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

       01  PROD-SUB                    PIC 9(02)  VALUE 1.

       01  INQ-RECVD-DATE              PIC 9(08)  VALUE 0.
       01  INQ-ORDER-DATE              PIC 9(08)  VALUE 0.
       01  INQ-WON-SWITCH              PIC X(01)  VALUE 'N'.
           88  INQ-IS-WON                         VALUE 'Y'.

       01  CURR-REGION                 PIC X(07)  VALUE SPACES.
       01  CURR-SALESREP               PIC X(05)  VALUE SPACES.
       01  CURR-PRODUCT                PIC X(10)  VALUE SPACES.

       01  GROUP-INQUIRIES             PIC 9(07)  VALUE 0.
       01  GROUP-WON                   PIC 9(07)  VALUE 0.
       01  GROUP-DAYS-COUNT            PIC 9(07)  VALUE 0.
       01  GROUP-DAYS-TOTAL            PIC 9(09)  VALUE 0.

       01  REGION-INQUIRIES            PIC 9(07)  VALUE 0.
       01  REGION-WON                  PIC 9(07)  VALUE 0.
       01  REGION-DAYS-COUNT           PIC 9(07)  VALUE 0.
       01  REGION-DAYS-TOTAL           PIC 9(09)  VALUE 0.

       01  COMPANY-INQUIRIES           PIC 9(07)  VALUE 0.
       01  COMPANY-WON                 PIC 9(07)  VALUE 0.
       01  COMPANY-DAYS-COUNT          PIC 9(07)  VALUE 0.
       01  COMPANY-DAYS-TOTAL          PIC 9(09)  VALUE 0.

       01  LINE-INQUIRIES              PIC 9(07)  VALUE 0.
       01  LINE-WON                    PIC 9(07)  VALUE 0.
       01  LINE-DAYS-COUNT             PIC 9(07)  VALUE 0.
       01  LINE-DAYS-TOTAL             PIC 9(09)  VALUE 0.
       01  LINE-WIN-RATE               PIC 9(03)V9 VALUE 0.
       01  LINE-AVG-DAYS               PIC 9(04)  VALUE 0.

       01  CV-HEADING-1.
           05  FILLER                  PIC X(50)
               VALUE 'CONVRPT - MONTHLY INQUIRY-TO-ORDER CONVERSION'.

       01  CV-MONTH-LINE.
           05  FILLER                  PIC X(33)
               VALUE 'INQUIRIES RECEIVED IN MONTH     '.
           05  CV-MONTH                PIC 9(06).

       01  CV-HEADING-2.
           05  FILLER                  PIC X(55)
               VALUE
               'PRODUCT       INQUIRIES    WON WIN-RATE  AVG-DAYS'.

       01  CV-BREAK-LINE.
           05  FILLER                  PIC X(07)  VALUE 'REGION '.
           05  CV-BREAK-REGION         PIC X(07).
           05  FILLER                  PIC X(10)  VALUE ' SALESREP '.
           05  CV-BREAK-SALESREP       PIC X(05).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CV-BREAK-REP-NAME       PIC X(20).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CV-BREAK-OFFICE         PIC X(04).

       01  CV-DETAIL-LINE.
           05  CV-LABEL                PIC X(13).
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  CV-INQUIRIES            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  CV-WON                  PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  CV-WIN-RATE             PIC ZZ9.9.
           05  FILLER                  PIC X(01)  VALUE '%'.
           05  FILLER                  PIC X(06)  VALUE SPACES.
           05  CV-AVG-DAYS             PIC ZZZ9.
           05  CV-AVG-DAYS-X REDEFINES CV-AVG-DAYS
                                       PIC X(04).

       01  CV-SUMMARY-LINE.
           05  CV-SUMMARY-LABEL        PIC X(35).
           05  CV-SUMMARY-COUNT        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAINLINE-PARAGRAPH.
           PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
           IF BUSINESS-DATE-IS-VALID
               PERFORM SET-REPORT-MONTH THRU SET-REPORT-MONTH-EXIT.
           IF NOT BUSINESS-DATE-IS-VALID
               OR NOT REPORT-MONTH-IS-VALID
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT CONVERSION-REPORT.
           OPEN INPUT SALESREP-MASTER.
           WRITE CONVERSION-REPORT-LINE FROM CV-HEADING-1.
           MOVE REPORT-MONTH TO CV-MONTH.
           WRITE CONVERSION-REPORT-LINE FROM CV-MONTH-LINE.
           SORT SORT-FILE ON ASCENDING KEY SORT-REGION
                                           SORT-SALESREP
                                           SORT-PRODUCT
               INPUT  PROCEDURE IS GATHER-MONTH-INQUIRIES
               OUTPUT PROCEDURE IS REPORT-CONVERSIONS.
           PERFORM WRITE-CONVERSION-SUMMARY.
           CLOSE CONVERSION-REPORT SALESREP-MASTER.
           PERFORM PROGRAM-TERMINATOR.
           STOP RUN.

      ******************************************************************
      *    SET-REPORT-MONTH -- THE CONTROL CARD IS OPTIONAL. AN ABSENT
      *    OR EMPTY CARD FILE REPORTS THE CALENDAR MONTH BEFORE THE
      *    BUSINESS DATE, SO THE FIRST RUN OF A MONTH PICKS UP THE
      *    MONTH JUST ENDED. A CARD THAT IS PRESENT MUST CARRY A
      *    VALID YYYYMM OR THE RUN STOPS WITH RETURN-CODE 16.
      ******************************************************************
       SET-REPORT-MONTH.
           MOVE 'Y' TO REPORT-MONTH-SWITCH.
           IF TODAY-MONTH EQUAL 1
               COMPUTE REPORT-YEAR = TODAY-YEAR - 1
               MOVE 12 TO REPORT-MM
           ELSE
               MOVE TODAY-YEAR TO REPORT-YEAR
               COMPUTE REPORT-MM = TODAY-MONTH - 1.
           OPEN INPUT CONVERSION-CONTROL.
           IF CONV-FILE-STATUS NOT EQUAL '00'
               GO TO SET-MONTH-LIMITS.
           MOVE 1 TO PERFORM-FLAG.
           READ CONVERSION-CONTROL
               AT END MOVE 0 TO PERFORM-FLAG.
           CLOSE CONVERSION-CONTROL.
           IF PERFORM-FLAG EQUAL TO 0
               GO TO SET-MONTH-LIMITS.
           IF CONV-REPORT-MONTH NOT NUMERIC
               DISPLAY 'CONVRPT - CONTROL CARD MONTH NOT NUMERIC'
               MOVE 'N' TO REPORT-MONTH-SWITCH
               GO TO SET-REPORT-MONTH-EXIT.
           MOVE CONV-REPORT-MONTH TO REPORT-MONTH.
           IF REPORT-MM LESS THAN 1 OR REPORT-MM GREATER THAN 12
               OR REPORT-YEAR LESS THAN 1601
               DISPLAY 'CONVRPT - CONTROL CARD MONTH NOT VALID - '
                   CONV-REPORT-MONTH
               MOVE 'N' TO REPORT-MONTH-SWITCH
               GO TO SET-REPORT-MONTH-EXIT.
       SET-MONTH-LIMITS.
           COMPUTE MONTH-FIRST-DATE = REPORT-MONTH * 100 + 1.
           COMPUTE MONTH-LAST-DATE  = REPORT-MONTH * 100 + 31.
       SET-REPORT-MONTH-EXIT.
           EXIT.

      ******************************************************************
      *    GATHER-MONTH-INQUIRIES -- READ THE FOUR REGION FILES AND
      *    RELEASE THE INQUIRIES RECEIVED IN THE REPORT MONTH. RECORDS
      *    FILED BEFORE THE RECEIVED DATE WAS CARRIED (BLANK DATE)
      *    BELONG TO NO MONTH AND ARE PASSED OVER.
      ******************************************************************
       GATHER-MONTH-INQUIRIES.
           OPEN INPUT FOREIGN-REGION EAST-REGION WEST-REGION
                      CENTRAL-REGION.
           MOVE 1 TO PERFORM-FLAG.
           PERFORM GATHER-ONE-FOREIGN THRU GATHER-ONE-FOREIGN-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
           MOVE 1 TO PERFORM-FLAG.
           PERFORM GATHER-ONE-EAST THRU GATHER-ONE-EAST-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
           MOVE 1 TO PERFORM-FLAG.
           PERFORM GATHER-ONE-WEST THRU GATHER-ONE-WEST-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
           MOVE 1 TO PERFORM-FLAG.
           PERFORM GATHER-ONE-CENTRAL THRU GATHER-ONE-CENTRAL-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
           CLOSE FOREIGN-REGION EAST-REGION WEST-REGION
                 CENTRAL-REGION.
       GATHER-MONTH-INQUIRIES-EXIT.
           EXIT.

       GATHER-ONE-FOREIGN.
           READ FOREIGN-REGION NEXT RECORD
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO GATHER-ONE-FOREIGN-EXIT.
           ADD 1 TO RPT-FOREIGN-READ-COUNT.
           IF FOREIGN-RECVD-DATE NOT NUMERIC
               GO TO GATHER-ONE-FOREIGN-EXIT.
           IF FOREIGN-RECVD-DATE LESS THAN MONTH-FIRST-DATE
               OR FOREIGN-RECVD-DATE GREATER THAN MONTH-LAST-DATE
               GO TO GATHER-ONE-FOREIGN-EXIT.
           MOVE 'FOREIGN'          TO SORT-REGION.
           MOVE FOREIGN-SALESREP   TO SORT-SALESREP.
           MOVE FOREIGN-RECVD-DATE TO INQ-RECVD-DATE.
           MOVE 'N' TO INQ-WON-SWITCH.
           IF FOREIGN-ORDER-WON
               MOVE 'Y' TO INQ-WON-SWITCH
               MOVE FOREIGN-ORDER-DATE TO INQ-ORDER-DATE.
           PERFORM SET-INQUIRY-OUTCOME THRU SET-INQUIRY-OUTCOME-EXIT.
           PERFORM RELEASE-ONE-FOREIGN-PRODUCT
               VARYING PROD-SUB FROM 1 BY 1
               UNTIL PROD-SUB GREATER THAN FOREIGN-INTERESTS.
           PERFORM RELEASE-INQUIRY-TOTAL.
       GATHER-ONE-FOREIGN-EXIT.
           EXIT.

       RELEASE-ONE-FOREIGN-PRODUCT.
           IF FOREIGN-PRODUCTS(PROD-SUB) NOT EQUAL SPACES
               MOVE FOREIGN-PRODUCTS(PROD-SUB) TO SORT-PRODUCT
               RELEASE SORT-RECORD
               ADD 1 TO RPT-RELEASE-COUNT.
       RELEASE-ONE-FOREIGN-PRODUCT-EXIT.
           EXIT.

       GATHER-ONE-EAST.
           READ EAST-REGION NEXT RECORD
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO GATHER-ONE-EAST-EXIT.
           ADD 1 TO RPT-EAST-READ-COUNT.
           IF EAST-RECVD-DATE NOT NUMERIC
               GO TO GATHER-ONE-EAST-EXIT.
           IF EAST-RECVD-DATE LESS THAN MONTH-FIRST-DATE
               OR EAST-RECVD-DATE GREATER THAN MONTH-LAST-DATE
               GO TO GATHER-ONE-EAST-EXIT.
           MOVE 'EAST'             TO SORT-REGION.
           MOVE EAST-SALESREP      TO SORT-SALESREP.
           MOVE EAST-RECVD-DATE    TO INQ-RECVD-DATE.
           MOVE 'N' TO INQ-WON-SWITCH.
           IF EAST-ORDER-WON
               MOVE 'Y' TO INQ-WON-SWITCH
               MOVE EAST-ORDER-DATE TO INQ-ORDER-DATE.
           PERFORM SET-INQUIRY-OUTCOME THRU SET-INQUIRY-OUTCOME-EXIT.
           PERFORM RELEASE-ONE-EAST-PRODUCT
               VARYING PROD-SUB FROM 1 BY 1
               UNTIL PROD-SUB GREATER THAN EAST-INTERESTS.
           PERFORM RELEASE-INQUIRY-TOTAL.
       GATHER-ONE-EAST-EXIT.
           EXIT.

       RELEASE-ONE-EAST-PRODUCT.
           IF EAST-PRODUCTS(PROD-SUB) NOT EQUAL SPACES
               MOVE EAST-PRODUCTS(PROD-SUB)    TO SORT-PRODUCT
               RELEASE SORT-RECORD
               ADD 1 TO RPT-RELEASE-COUNT.
       RELEASE-ONE-EAST-PRODUCT-EXIT.
           EXIT.

       GATHER-ONE-WEST.
           READ WEST-REGION NEXT RECORD
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO GATHER-ONE-WEST-EXIT.
           ADD 1 TO RPT-WEST-READ-COUNT.
           IF WEST-RECVD-DATE NOT NUMERIC
               GO TO GATHER-ONE-WEST-EXIT.
           IF WEST-RECVD-DATE LESS THAN MONTH-FIRST-DATE
               OR WEST-RECVD-DATE GREATER THAN MONTH-LAST-DATE
               GO TO GATHER-ONE-WEST-EXIT.
           MOVE 'WEST'             TO SORT-REGION.
           MOVE WEST-SALESREP      TO SORT-SALESREP.
           MOVE WEST-RECVD-DATE    TO INQ-RECVD-DATE.
           MOVE 'N' TO INQ-WON-SWITCH.
           IF WEST-ORDER-WON
               MOVE 'Y' TO INQ-WON-SWITCH
               MOVE WEST-ORDER-DATE TO INQ-ORDER-DATE.
           PERFORM SET-INQUIRY-OUTCOME THRU SET-INQUIRY-OUTCOME-EXIT.
           PERFORM RELEASE-ONE-WEST-PRODUCT
               VARYING PROD-SUB FROM 1 BY 1
               UNTIL PROD-SUB GREATER THAN WEST-INTERESTS.
           PERFORM RELEASE-INQUIRY-TOTAL.
       GATHER-ONE-WEST-EXIT.
           EXIT.

       RELEASE-ONE-WEST-PRODUCT.
           IF WEST-PRODUCTS(PROD-SUB) NOT EQUAL SPACES
               MOVE WEST-PRODUCTS(PROD-SUB)    TO SORT-PRODUCT
               RELEASE SORT-RECORD
               ADD 1 TO RPT-RELEASE-COUNT.
       RELEASE-ONE-WEST-PRODUCT-EXIT.
           EXIT.

       GATHER-ONE-CENTRAL.
           READ CENTRAL-REGION NEXT RECORD
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO GATHER-ONE-CENTRAL-EXIT.
           ADD 1 TO RPT-CENTRAL-READ-COUNT.
           IF CNTR-RECVD-DATE NOT NUMERIC
               GO TO GATHER-ONE-CENTRAL-EXIT.
           IF CNTR-RECVD-DATE LESS THAN MONTH-FIRST-DATE
               OR CNTR-RECVD-DATE GREATER THAN MONTH-LAST-DATE
               GO TO GATHER-ONE-CENTRAL-EXIT.
           MOVE 'CENTRAL'          TO SORT-REGION.
           MOVE CNTR-SALESREP      TO SORT-SALESREP.
           MOVE CNTR-RECVD-DATE    TO INQ-RECVD-DATE.
           MOVE 'N' TO INQ-WON-SWITCH.
           IF CNTR-ORDER-WON
               MOVE 'Y' TO INQ-WON-SWITCH
               MOVE CNTR-ORDER-DATE TO INQ-ORDER-DATE.
           PERFORM SET-INQUIRY-OUTCOME THRU SET-INQUIRY-OUTCOME-EXIT.
           PERFORM RELEASE-ONE-CENTRAL-PRODUCT
               VARYING PROD-SUB FROM 1 BY 1
               UNTIL PROD-SUB GREATER THAN CNTR-INTERESTS.
           PERFORM RELEASE-INQUIRY-TOTAL.
       GATHER-ONE-CENTRAL-EXIT.
           EXIT.

       RELEASE-ONE-CENTRAL-PRODUCT.
           IF CNTR-PRODUCTS(PROD-SUB) NOT EQUAL SPACES
               MOVE CNTR-PRODUCTS(PROD-SUB)    TO SORT-PRODUCT
               RELEASE SORT-RECORD
               ADD 1 TO RPT-RELEASE-COUNT.
       RELEASE-ONE-CENTRAL-PRODUCT-EXIT.
           EXIT.

      ******************************************************************
      *    SET-INQUIRY-OUTCOME -- SET THE WON FLAG AND THE DAYS FROM
      *    RECEIPT TO ORDER CARRIED ON EVERY SORT RECORD RELEASED FOR
      *    THIS INQUIRY. AN ORDER WON WITH NO USABLE ORDER DATE, OR
      *    ONE DATED BEFORE THE INQUIRY WAS RECEIVED, STILL COUNTS AS
      *    WON BUT IS LEFT OUT OF THE AVERAGE DAYS.
      ******************************************************************
       SET-INQUIRY-OUTCOME.
           MOVE 'N' TO SORT-WON-FLAG SORT-DAYS-FLAG.
           MOVE 0   TO SORT-DAYS-TO-ORDER.
           ADD 1 TO RPT-INQUIRY-COUNT.
           IF NOT INQ-IS-WON
               GO TO SET-INQUIRY-OUTCOME-EXIT.
           MOVE 'Y' TO SORT-WON-FLAG.
           ADD 1 TO RPT-WON-COUNT.
           IF INQ-ORDER-DATE NOT NUMERIC
               OR INQ-ORDER-DATE LESS THAN INQ-RECVD-DATE
               ADD 1 TO RPT-NO-ORDER-DATE-COUNT
               GO TO SET-INQUIRY-OUTCOME-EXIT.
           COMPUTE SORT-DAYS-TO-ORDER =
               FUNCTION INTEGER-OF-DATE(INQ-ORDER-DATE)
             - FUNCTION INTEGER-OF-DATE(INQ-RECVD-DATE).
           MOVE 'Y' TO SORT-DAYS-FLAG.
       SET-INQUIRY-OUTCOME-EXIT.
           EXIT.

       RELEASE-INQUIRY-TOTAL.
           MOVE HIGH-VALUES TO SORT-PRODUCT.
           RELEASE SORT-RECORD.
           ADD 1 TO RPT-RELEASE-COUNT.
       RELEASE-INQUIRY-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      *    REPORT-CONVERSIONS -- CONTROL-BREAK PASS OVER THE SORTED
      *    REGION/SALESREP/PRODUCT RECORDS. A LINE PRINTS FOR EACH
      *    PRODUCT GROUP; THE HIGH-VALUES GROUP THAT ENDS EACH REP IS
      *    THE REP TOTAL AND IS ALSO POSTED TO THE REGION AND COMPANY
      *    TOTALS, SO THOSE COUNT INQUIRIES RATHER THAN PRODUCTS.
      ******************************************************************
       REPORT-CONVERSIONS.
           MOVE SPACES TO CURR-REGION CURR-SALESREP CURR-PRODUCT.
           MOVE 1 TO PERFORM-FLAG.
           PERFORM RETURN-ONE-CONVERSION
               THRU RETURN-ONE-CONVERSION-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
           IF GROUP-INQUIRIES GREATER THAN 0
               PERFORM WRITE-GROUP-LINE.
           IF REGION-INQUIRIES GREATER THAN 0
               PERFORM WRITE-REGION-TOTAL.
           PERFORM WRITE-COMPANY-TOTAL.
       REPORT-CONVERSIONS-EXIT.
           EXIT.

       RETURN-ONE-CONVERSION.
           RETURN SORT-FILE
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO RETURN-ONE-CONVERSION-EXIT.
           ADD 1 TO RPT-RETURN-COUNT.
           IF SORT-REGION   NOT EQUAL CURR-REGION   OR
              SORT-SALESREP NOT EQUAL CURR-SALESREP OR
              SORT-PRODUCT  NOT EQUAL CURR-PRODUCT
               IF GROUP-INQUIRIES GREATER THAN 0
                   PERFORM WRITE-GROUP-LINE.
           IF SORT-REGION NOT EQUAL CURR-REGION
               IF REGION-INQUIRIES GREATER THAN 0
                   PERFORM WRITE-REGION-TOTAL.
           IF SORT-REGION   NOT EQUAL CURR-REGION OR
              SORT-SALESREP NOT EQUAL CURR-SALESREP
               MOVE SORT-REGION   TO CURR-REGION CV-BREAK-REGION
               MOVE SORT-SALESREP TO CURR-SALESREP CV-BREAK-SALESREP
               PERFORM LOOKUP-SALESREP
               MOVE SPACES TO CONVERSION-REPORT-LINE
               WRITE CONVERSION-REPORT-LINE
               WRITE CONVERSION-REPORT-LINE FROM CV-BREAK-LINE
               WRITE CONVERSION-REPORT-LINE FROM CV-HEADING-2.
           MOVE SORT-PRODUCT TO CURR-PRODUCT.
           ADD 1 TO GROUP-INQUIRIES.
           IF SORT-INQUIRY-WON
               ADD 1 TO GROUP-WON.
           IF SORT-DAYS-ARE-KNOWN
               ADD 1 TO GROUP-DAYS-COUNT
               ADD SORT-DAYS-TO-ORDER TO GROUP-DAYS-TOTAL.
       RETURN-ONE-CONVERSION-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE-GROUP-LINE -- PRINT THE PRODUCT OR REP-TOTAL LINE FOR
      *    THE GROUP JUST ENDED AND CLEAR IT. A REP TOTAL IS ADDED TO
      *    THE REGION AND COMPANY ACCUMULATORS.
      ******************************************************************
       WRITE-GROUP-LINE.
           IF CURR-PRODUCT EQUAL HIGH-VALUES
               MOVE 'REP TOTAL' TO CV-LABEL
               ADD GROUP-INQUIRIES  TO REGION-INQUIRIES
                                       COMPANY-INQUIRIES
               ADD GROUP-WON        TO REGION-WON COMPANY-WON
               ADD GROUP-DAYS-COUNT TO REGION-DAYS-COUNT
                                       COMPANY-DAYS-COUNT
               ADD GROUP-DAYS-TOTAL TO REGION-DAYS-TOTAL
                                       COMPANY-DAYS-TOTAL
           ELSE
               MOVE CURR-PRODUCT TO CV-LABEL.
           MOVE GROUP-INQUIRIES  TO LINE-INQUIRIES.
           MOVE GROUP-WON        TO LINE-WON.
           MOVE GROUP-DAYS-COUNT TO LINE-DAYS-COUNT.
           MOVE GROUP-DAYS-TOTAL TO LINE-DAYS-TOTAL.
           PERFORM WRITE-CONVERSION-LINE.
           MOVE 0 TO GROUP-INQUIRIES GROUP-WON GROUP-DAYS-COUNT
                     GROUP-DAYS-TOTAL.
       WRITE-GROUP-LINE-EXIT.
           EXIT.

       WRITE-REGION-TOTAL.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           MOVE 'REGION TOTAL' TO CV-LABEL.
           MOVE REGION-INQUIRIES  TO LINE-INQUIRIES.
           MOVE REGION-WON        TO LINE-WON.
           MOVE REGION-DAYS-COUNT TO LINE-DAYS-COUNT.
           MOVE REGION-DAYS-TOTAL TO LINE-DAYS-TOTAL.
           PERFORM WRITE-CONVERSION-LINE.
           MOVE 0 TO REGION-INQUIRIES REGION-WON REGION-DAYS-COUNT
                     REGION-DAYS-TOTAL.
       WRITE-REGION-TOTAL-EXIT.
           EXIT.

       WRITE-COMPANY-TOTAL.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           MOVE 'COMPANY TOTAL' TO CV-LABEL.
           MOVE COMPANY-INQUIRIES  TO LINE-INQUIRIES.
           MOVE COMPANY-WON        TO LINE-WON.
           MOVE COMPANY-DAYS-COUNT TO LINE-DAYS-COUNT.
           MOVE COMPANY-DAYS-TOTAL TO LINE-DAYS-TOTAL.
           PERFORM WRITE-CONVERSION-LINE.
       WRITE-COMPANY-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE-CONVERSION-LINE -- FORMAT ONE REPORT LINE FROM THE
      *    LINE- COUNTS. THE WIN RATE IS ORDERS WON AS A PERCENTAGE OF
      *    INQUIRIES; THE AVERAGE DAYS IS OVER THE ORDERS WON WITH A
      *    USABLE ORDER DATE AND PRINTS AS A DASH WHEN THERE ARE NONE.
      ******************************************************************
       WRITE-CONVERSION-LINE.
           MOVE 0 TO LINE-WIN-RATE.
           IF LINE-INQUIRIES GREATER THAN 0
               COMPUTE LINE-WIN-RATE ROUNDED =
                   LINE-WON * 100 / LINE-INQUIRIES.
           MOVE LINE-INQUIRIES TO CV-INQUIRIES.
           MOVE LINE-WON       TO CV-WON.
           MOVE LINE-WIN-RATE  TO CV-WIN-RATE.
           IF LINE-DAYS-COUNT GREATER THAN 0
               COMPUTE LINE-AVG-DAYS ROUNDED =
                   LINE-DAYS-TOTAL / LINE-DAYS-COUNT
               MOVE LINE-AVG-DAYS TO CV-AVG-DAYS
           ELSE
               MOVE '   -' TO CV-AVG-DAYS-X.
           WRITE CONVERSION-REPORT-LINE FROM CV-DETAIL-LINE.
       WRITE-CONVERSION-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    LOOKUP-SALESREP -- KEYED READ OF THE SALESREP MASTER FOR
      *    THE REP WHOSE FIGURES ARE ABOUT TO PRINT, SO THE BREAK LINE
      *    CARRIES THE REP'S NAME AND OFFICE NEXT TO THE CODE.
      ******************************************************************
       LOOKUP-SALESREP.
           MOVE CURR-SALESREP TO SREP-REP-CODE.
           READ SALESREP-MASTER INVALID KEY
               MOVE '** NOT ON MASTER **' TO CV-BREAK-REP-NAME
               MOVE SPACES TO CV-BREAK-OFFICE
           NOT INVALID KEY
               MOVE SREP-REP-NAME TO CV-BREAK-REP-NAME
               MOVE SREP-OFFICE   TO CV-BREAK-OFFICE.
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
               DISPLAY 'CONVRPT - BUSINESS DATE FILE NOT AVAILABLE - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           READ BUSINESS-DATE-FILE
               AT END MOVE 0 TO PERFORM-FLAG.
           CLOSE BUSINESS-DATE-FILE.
           IF PERFORM-FLAG EQUAL TO 0
               DISPLAY 'CONVRPT - BUSINESS DATE FILE EMPTY - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           IF BDAT-PROCESS-DATE NOT NUMERIC
               OR BDAT-PROCESS-DATE EQUAL ZERO
               DISPLAY 'CONVRPT - BUSINESS DATE NOT NUMERIC - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE BDAT-PROCESS-DATE TO TODAY-DATE.
           MOVE 'Y' TO BUSINESS-DATE-SWITCH.
       READ-BUSINESS-DATE-EXIT.
           EXIT.

       WRITE-CONVERSION-SUMMARY.
           MOVE SPACES TO CONVERSION-REPORT-LINE.
           WRITE CONVERSION-REPORT-LINE.
           MOVE 'FOREIGN-REGION RECORDS READ' TO CV-SUMMARY-LABEL.
           MOVE RPT-FOREIGN-READ-COUNT TO CV-SUMMARY-COUNT.
           WRITE CONVERSION-REPORT-LINE FROM CV-SUMMARY-LINE.
           MOVE 'EAST-REGION RECORDS READ' TO CV-SUMMARY-LABEL.
           MOVE RPT-EAST-READ-COUNT TO CV-SUMMARY-COUNT.
           WRITE CONVERSION-REPORT-LINE FROM CV-SUMMARY-LINE.
           MOVE 'WEST-REGION RECORDS READ' TO CV-SUMMARY-LABEL.
           MOVE RPT-WEST-READ-COUNT TO CV-SUMMARY-COUNT.
           WRITE CONVERSION-REPORT-LINE FROM CV-SUMMARY-LINE.
           MOVE 'CENTRAL-REGION RECORDS READ' TO CV-SUMMARY-LABEL.
           MOVE RPT-CENTRAL-READ-COUNT TO CV-SUMMARY-COUNT.
           WRITE CONVERSION-REPORT-LINE FROM CV-SUMMARY-LINE.
           MOVE 'INQUIRIES RECEIVED IN MONTH' TO CV-SUMMARY-LABEL.
           MOVE RPT-INQUIRY-COUNT TO CV-SUMMARY-COUNT.
           WRITE CONVERSION-REPORT-LINE FROM CV-SUMMARY-LINE.
           MOVE 'ORDERS WON' TO CV-SUMMARY-LABEL.
           MOVE RPT-WON-COUNT TO CV-SUMMARY-COUNT.
           WRITE CONVERSION-REPORT-LINE FROM CV-SUMMARY-LINE.
           MOVE 'WON WITH NO USABLE ORDER DATE' TO CV-SUMMARY-LABEL.
           MOVE RPT-NO-ORDER-DATE-COUNT TO CV-SUMMARY-COUNT.
           WRITE CONVERSION-REPORT-LINE FROM CV-SUMMARY-LINE.
       WRITE-CONVERSION-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      *    PROGRAM-TERMINATOR -- EVERY SORT RECORD RELEASED MUST COME
      *    BACK FROM THE SORT AND BE TALLIED.
      ******************************************************************
       PROGRAM-TERMINATOR.
           IF RPT-RETURN-COUNT NOT EQUAL RPT-RELEASE-COUNT
               DISPLAY 'CONVRPT - CONTROL TOTAL MISMATCH - '
                   RPT-RELEASE-COUNT ' RELEASED VS '
                   RPT-RETURN-COUNT  ' RETURNED'
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY 'CONVRPT - CONTROL TOTALS RECONCILE - '
                   RPT-INQUIRY-COUNT ' INQUIRIES REPORTED'
               MOVE 0 TO RETURN-CODE.
       PROGRAM-TERMINATOR-EXIT.
           EXIT.
