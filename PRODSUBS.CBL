       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRODSUBS.
       AUTHOR.  DATA PROCESSING.

      ****************************************************************
      *
      *            PRODSUBS.CBL
      *
      *         THIS PROGRAM MOVES CUSTOMERS ON THE REGION FILES OFF
      *         DISCONTINUED PRODUCTS AND ONTO THE SUCCESSOR PRODUCTS
      *         NAMED FOR THEM ON THE PRODUCT MASTER BY PRODMNT. THE
      *         MASTER IS READ FIRST AND EVERY DISCONTINUED PRODUCT
      *         CARRYING A SUCCESSOR IS TABLED WITH THE ACTIVE
      *         PRODUCT AT THE END OF ITS SUCCESSOR CHAIN (A CHAIN IS
      *         FOLLOWED AT MOST 10 PRODUCTS DEEP). A PRODUCT WHOSE
      *         CHAIN DOES NOT END AT AN ACTIVE PRODUCT IS LISTED AND
      *         LEFT ALONE.
      *
      *         EVERY RECORD OF THE FOREIGN, EAST, WEST AND CENTRAL
      *         FILES IS THEN READ IN TURN AND EACH TABLED CODE IN
      *         ITS PRODUCT LIST IS REPLACED BY THE SUCCESSOR. WHEN
      *         THE CUSTOMER ALREADY HOLDS THE SUCCESSOR, THE OLD CODE
      *         IS DROPPED INSTEAD AND THE INTERESTS COUNT REDUCED, SO
      *         NO CUSTOMER EVER CARRIES THE SAME PRODUCT TWICE. EVERY
      *         REWRITE IS JOURNALED TO THE SHARED CUSTOMER HISTORY
      *         FILE AS A CHANGE, WITH A BEFORE-IMAGE AHEAD OF IT AND
      *         AN AFTER-IMAGE BEHIND IT, THE SAME AS MAINTRAN. THE
      *         CUSTOMERS MOVED ARE SORTED AND LISTED UNDER EACH
      *         DISCONTINUED PRODUCT ON THE SUBSTITUTION REPORT.
      *
      *         A RUN CAN SAFELY BE REPEATED: A CUSTOMER ALREADY MOVED
      *         NO LONGER HOLDS THE DISCONTINUED CODE AND IS NOT
      *         TOUCHED AGAIN.
      *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * SHARED RUN-CONTROL INTERLOCK FOR THE REGION VSAM FILES
           SELECT RUN-CONTROL-FILE ASSIGN RUNCNTL
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS RUNC-FILE-STATUS.

      * WORK FILE FOR COBOL INTERNAL SORT
           SELECT SORT-FILE    ASSIGN TO UT-S-SORTWRK.

      * PRODUCT MASTER VSAM FILE - MAINTAINED BY PRODMNT
           SELECT PRODUCT-MASTER ASSIGN PRODMST
               ORGANIZATION INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS PROD-FILE-STATUS.

      * OUTPUT PRODUCT SUBSTITUTION REPORT
           SELECT SUBSTITUTION-REPORT ASSIGN SUBSRPT
               ORGANIZATION SEQUENTIAL.

      * CUSTOMER HISTORY JOURNAL - BEFORE/AFTER IMAGES OF EVERY
      * PRODUCT SUBSTITUTION APPLIED TO THE REGION FILES
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

       COPY 'PSUBFS'.

       WORKING-STORAGE SECTION.

       01  PERFORM-FLAG                PIC 9      VALUE 1.

       01  PROD-FILE-STATUS            PIC X(02).
       01  FOREIGN-FILE-STATUS         PIC X(02).
       01  EAST-FILE-STATUS            PIC X(02).
       01  WEST-FILE-STATUS            PIC X(02).
       01  CENTRAL-FILE-STATUS         PIC X(02).
       01  JRNL-FILE-STATUS            PIC X(02).
       01  RUNC-FILE-STATUS            PIC X(02).
       01  BDAT-FILE-STATUS            PIC X(02).

       01  INTERLOCK-OK-SWITCH         PIC X(01)  VALUE 'N'.
           88  RUN-MAY-PROCEED                    VALUE 'Y'.

       01  BUSINESS-DATE-SWITCH        PIC X(01)  VALUE 'N'.
           88  BUSINESS-DATE-IS-VALID             VALUE 'Y'.

       01  SUCCESSOR-STATE-SWITCH      PIC X(01)  VALUE SPACE.
           88  SUCCESSOR-WAS-FOUND                VALUE 'F'.
           88  SUCCESSOR-NOT-USABLE               VALUE 'N'.

       01  LIST-CHANGED-SWITCH         PIC X(01)  VALUE 'N'.
           88  PRODUCT-LIST-CHANGED               VALUE 'Y'.

       01  DUPLICATE-PRODUCT-SWITCH    PIC X(01)  VALUE 'N'.
           88  PRODUCT-IS-DUPLICATE               VALUE 'Y'.

       01  JOURNAL-RUN-DATE            PIC 9(08)  VALUE 0.
       01  JRNL-SEQUENCE-COUNT         PIC 9(05)  VALUE 0.

       01  RPT-MASTER-READ-COUNT       PIC 9(07)  VALUE 0.
       01  RPT-TABLED-COUNT            PIC 9(07)  VALUE 0.
       01  RPT-NOT-USABLE-COUNT        PIC 9(07)  VALUE 0.
       01  RPT-TABLE-FULL-COUNT        PIC 9(07)  VALUE 0.
       01  RPT-FOREIGN-READ-COUNT      PIC 9(07)  VALUE 0.
       01  RPT-EAST-READ-COUNT         PIC 9(07)  VALUE 0.
       01  RPT-WEST-READ-COUNT         PIC 9(07)  VALUE 0.
       01  RPT-CENTRAL-READ-COUNT      PIC 9(07)  VALUE 0.
       01  RPT-CUSTOMERS-MOVED-COUNT   PIC 9(07)  VALUE 0.
       01  RPT-REPLACED-COUNT          PIC 9(07)  VALUE 0.
       01  RPT-MERGED-COUNT            PIC 9(07)  VALUE 0.
       01  RPT-RELEASE-COUNT           PIC 9(07)  VALUE 0.
       01  RPT-RETURN-COUNT            PIC 9(07)  VALUE 0.
       01  RPT-GROUP-COUNT             PIC 9(07)  VALUE 0.

       01  SUBS-SUB                    PIC 9(03)  VALUE 0.
       01  SUBS-FOUND-SUB              PIC 9(03)  VALUE 0.
       01  SUCCESSOR-HOP-COUNT         PIC 9(02)  VALUE 0.
       01  OLD-SUB                     PIC 9(02)  VALUE 0.
       01  SCAN-SUB                    PIC 9(02)  VALUE 0.
       01  CHANGE-SUB                  PIC 9(02)  VALUE 0.

       01  LOOKUP-CODE                 PIC X(10)  VALUE SPACES.
       01  HELD-OLD-CODE               PIC X(10)  VALUE SPACES.
       01  CHANGE-REGION               PIC X(01)  VALUE SPACE.
       01  CHANGE-CUST-NUM             PIC X(05)  VALUE SPACES.

      *    EVERY DISCONTINUED PRODUCT ON THE MASTER THAT NAMES A
      *    SUCCESSOR, WITH THE ACTIVE PRODUCT ITS CHAIN ENDS AT.
       01  SUBS-ENTRY-COUNT            PIC 9(03)  VALUE 0.
       01  SUBSTITUTION-TABLE.
           05  SUBS-ENTRY              OCCURS 200 TIMES.
               10  SUBS-OLD-CODE       PIC X(10).
               10  SUBS-DESCRIPTION    PIC X(30).
               10  SUBS-NEXT-CODE      PIC X(10).
               10  SUBS-FINAL-CODE     PIC X(10).
               10  SUBS-STATUS         PIC X(01).
                   88  SUBS-IS-USABLE             VALUE 'Y'.

      *    THE CUSTOMER'S PRODUCT LIST AS READ, AND AS IT WILL BE
      *    REWRITTEN.
       01  OLD-PRODUCT-COUNT           PIC 9(02)  VALUE 0.
       01  OLD-PRODUCT-TABLE.
           05  OLD-PRODUCT             PIC X(10)  OCCURS 20 TIMES.

       01  NEW-PRODUCT-COUNT           PIC 9(02)  VALUE 0.
       01  NEW-PRODUCT-TABLE.
           05  NEW-PRODUCT             PIC X(10)  OCCURS 20 TIMES.

      *    THE CODES TAKEN OFF THE CUSTOMER IN HAND, FOR THE LISTING.
       01  CHANGE-COUNT                PIC 9(02)  VALUE 0.
       01  CHANGE-TABLE.
           05  CHANGE-ENTRY            OCCURS 20 TIMES.
               10  CHANGE-OLD-CODE     PIC X(10).
               10  CHANGE-NEW-CODE     PIC X(10).
               10  CHANGE-DESCRIPTION  PIC X(30).
               10  CHANGE-DISPOSITION  PIC X(01).

       01  SB-HEADING-1.
           05  FILLER                  PIC X(50)
               VALUE 'PRODSUBS - DISCONTINUED PRODUCT SUBSTITUTION'.
           05  FILLER                  PIC X(14)
               VALUE 'BUSINESS DATE '.
           05  SB-HEADING-DATE         PIC 9(08).

       01  SB-HEADING-2.
           05  FILLER                  PIC X(50)  VALUE
               'DISCONTINUED  SUCCESSOR   MOVED TO    STATUS'.

       01  SB-TABLE-LINE.
           05  SB-TABLE-OLD-CODE       PIC X(10).
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  SB-TABLE-NEXT-CODE      PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SB-TABLE-FINAL-CODE     PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SB-TABLE-STATUS         PIC X(35).

       01  SB-HEADING-3.
           05  FILLER                  PIC X(50)  VALUE
               'CUSTOMERS MOVED OFF EACH DISCONTINUED PRODUCT'.

       01  SB-PRODUCT-LINE.
           05  FILLER                  PIC X(08)  VALUE 'PRODUCT '.
           05  SB-PRODUCT-OLD-CODE     PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  SB-PRODUCT-DESCRIPTION  PIC X(30).
           05  FILLER                  PIC X(04)  VALUE ' TO '.
           05  SB-PRODUCT-NEW-CODE     PIC X(10).

       01  SB-CUSTOMER-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  SB-CUSTOMER-REGION      PIC X(07).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SB-CUSTOMER-NUM         PIC X(05).
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  SB-CUSTOMER-DISPOSITION PIC X(35).

       01  SB-GROUP-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE 'CUSTOMERS MOVED OFF '.
           05  SB-GROUP-OLD-CODE       PIC X(10).
           05  SB-GROUP-COUNT          PIC Z,ZZZ,ZZ9.

       01  SB-MESSAGE-LINE.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  SB-MESSAGE              PIC X(60).

       01  SB-SUMMARY-LINE.
           05  SB-SUMMARY-LABEL        PIC X(35).
           05  SB-SUMMARY-COUNT        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAINLINE-PARAGRAPH.
           PERFORM CHECK-RUN-CONTROL THRU CHECK-RUN-CONTROL-EXIT.
           IF NOT RUN-MAY-PROCEED
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           PERFORM SUBSTITUTE-PRODUCTS.
           PERFORM PROGRAM-TERMINATOR THRU PROGRAM-TERMINATOR-EXIT.
           STOP RUN.

       SUBSTITUTE-PRODUCTS.
           PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
           IF NOT BUSINESS-DATE-IS-VALID
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT PRODUCT-MASTER.
           OPEN OUTPUT SUBSTITUTION-REPORT.
           MOVE JOURNAL-RUN-DATE TO SB-HEADING-DATE.
           WRITE SUBSTITUTION-REPORT-LINE FROM SB-HEADING-1.
           MOVE SPACES TO SUBSTITUTION-REPORT-LINE.
           WRITE SUBSTITUTION-REPORT-LINE.
           WRITE SUBSTITUTION-REPORT-LINE FROM SB-HEADING-2.
           PERFORM LOAD-SUBSTITUTION-TABLE
               THRU LOAD-SUBSTITUTION-TABLE-EXIT.
           PERFORM RESOLVE-ONE-SUBSTITUTION
               THRU RESOLVE-ONE-SUBSTITUTION-EXIT
               VARYING SUBS-SUB FROM 1 BY 1
               UNTIL SUBS-SUB GREATER THAN SUBS-ENTRY-COUNT.
           IF SUBS-ENTRY-COUNT EQUAL TO 0
               MOVE 'NO DISCONTINUED PRODUCT NAMES A SUCCESSOR'
                                         TO SB-MESSAGE
               WRITE SUBSTITUTION-REPORT-LINE FROM SB-MESSAGE-LINE.
           CLOSE PRODUCT-MASTER.
           PERFORM MARK-RUN-CONTROL-BUSY.
           OPEN I-O FOREIGN-REGION EAST-REGION WEST-REGION
                    CENTRAL-REGION.
           OPEN EXTEND HISTORY-JOURNAL.
           IF JRNL-FILE-STATUS EQUAL '35'
               OPEN OUTPUT HISTORY-JOURNAL
               CLOSE HISTORY-JOURNAL
               OPEN EXTEND HISTORY-JOURNAL.
           MOVE SPACES TO SUBSTITUTION-REPORT-LINE.
           WRITE SUBSTITUTION-REPORT-LINE.
           WRITE SUBSTITUTION-REPORT-LINE FROM SB-HEADING-3.
           SORT SORT-FILE ON ASCENDING KEY SSRT-OLD-CODE
                                           SSRT-REGION
                                           SSRT-CUST-NUM
               INPUT  PROCEDURE IS SUBSTITUTE-REGION-FILES
                                THRU SUBSTITUTE-REGION-FILES-EXIT
               OUTPUT PROCEDURE IS LIST-MOVED-CUSTOMERS.
           PERFORM WRITE-SUBSTITUTION-SUMMARY
               THRU WRITE-SUBSTITUTION-SUMMARY-EXIT.
           CLOSE FOREIGN-REGION EAST-REGION WEST-REGION
                 CENTRAL-REGION HISTORY-JOURNAL SUBSTITUTION-REPORT.
           PERFORM CLEAR-RUN-CONTROL.
       SUBSTITUTE-PRODUCTS-EXIT.
           EXIT.

      ******************************************************************
      *    LOAD-SUBSTITUTION-TABLE -- READ THE WHOLE PRODUCT MASTER
      *    AND TABLE EVERY DISCONTINUED PRODUCT THAT NAMES A
      *    SUCCESSOR. PRODUCTS BEYOND THE 200 THE TABLE HOLDS ARE
      *    LISTED AND LEFT FOR A LATER RUN.
      ******************************************************************
       LOAD-SUBSTITUTION-TABLE.
           MOVE 0 TO SUBS-ENTRY-COUNT.
           MOVE LOW-VALUES TO PROD-CODE.
           MOVE 1 TO PERFORM-FLAG.
           START PRODUCT-MASTER KEY IS NOT LESS THAN PROD-CODE
               INVALID KEY
               MOVE 0 TO PERFORM-FLAG.
           PERFORM LOAD-ONE-PRODUCT THRU LOAD-ONE-PRODUCT-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
       LOAD-SUBSTITUTION-TABLE-EXIT.
           EXIT.

       LOAD-ONE-PRODUCT.
           READ PRODUCT-MASTER NEXT RECORD
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO LOAD-ONE-PRODUCT-EXIT.
           ADD 1 TO RPT-MASTER-READ-COUNT.
           IF NOT PROD-IS-DISCONTINUED
               OR PROD-SUCCESSOR-CODE EQUAL SPACES
               GO TO LOAD-ONE-PRODUCT-EXIT.
           IF SUBS-ENTRY-COUNT NOT LESS THAN 200
               ADD 1 TO RPT-TABLE-FULL-COUNT
               MOVE PROD-CODE           TO SB-TABLE-OLD-CODE
               MOVE PROD-SUCCESSOR-CODE TO SB-TABLE-NEXT-CODE
               MOVE SPACES              TO SB-TABLE-FINAL-CODE
               MOVE 'OVER 200 PRODUCTS - NOT APPLIED'
                                        TO SB-TABLE-STATUS
               WRITE SUBSTITUTION-REPORT-LINE FROM SB-TABLE-LINE
               GO TO LOAD-ONE-PRODUCT-EXIT.
           ADD 1 TO SUBS-ENTRY-COUNT.
           ADD 1 TO RPT-TABLED-COUNT.
           MOVE PROD-CODE           TO SUBS-OLD-CODE(SUBS-ENTRY-COUNT).
           MOVE PROD-DESCRIPTION
                             TO SUBS-DESCRIPTION(SUBS-ENTRY-COUNT).
           MOVE PROD-SUCCESSOR-CODE
                             TO SUBS-NEXT-CODE(SUBS-ENTRY-COUNT).
           MOVE SPACES       TO SUBS-FINAL-CODE(SUBS-ENTRY-COUNT).
           MOVE 'N'          TO SUBS-STATUS(SUBS-ENTRY-COUNT).
       LOAD-ONE-PRODUCT-EXIT.
           EXIT.

      ******************************************************************
      *    RESOLVE-ONE-SUBSTITUTION -- FOLLOW THE TABLED PRODUCT'S
      *    SUCCESSOR CHAIN ON THE MASTER TO THE FIRST ACTIVE PRODUCT
      *    AND LIST THE RESULT. A CHAIN THAT BREAKS OFF, OR RUNS PAST
      *    10 PRODUCTS, LEAVES THE ENTRY UNUSABLE AND ITS CUSTOMERS
      *    WHERE THEY ARE.
      ******************************************************************
       RESOLVE-ONE-SUBSTITUTION.
           MOVE SUBS-OLD-CODE(SUBS-SUB)  TO SB-TABLE-OLD-CODE.
           MOVE SUBS-NEXT-CODE(SUBS-SUB) TO SB-TABLE-NEXT-CODE.
           MOVE SPACES                   TO SB-TABLE-FINAL-CODE.
           MOVE 0 TO SUCCESSOR-HOP-COUNT.
           MOVE SPACE TO SUCCESSOR-STATE-SWITCH.
           MOVE SUBS-OLD-CODE(SUBS-SUB)  TO PROD-CODE.
           READ PRODUCT-MASTER INVALID KEY
               MOVE 'N' TO SUCCESSOR-STATE-SWITCH.
           PERFORM FOLLOW-PRODUCT-SUCCESSOR THRU
                   FOLLOW-PRODUCT-SUCCESSOR-EXIT
                   UNTIL SUCCESSOR-STATE-SWITCH NOT EQUAL SPACE.
           IF SUCCESSOR-WAS-FOUND
               MOVE PROD-CODE TO SUBS-FINAL-CODE(SUBS-SUB)
                                 SB-TABLE-FINAL-CODE
               MOVE 'Y' TO SUBS-STATUS(SUBS-SUB)
               MOVE 'APPLIED' TO SB-TABLE-STATUS
           ELSE
               ADD 1 TO RPT-NOT-USABLE-COUNT
               MOVE 'NO ACTIVE SUCCESSOR - NOT APPLIED'
                                         TO SB-TABLE-STATUS.
           WRITE SUBSTITUTION-REPORT-LINE FROM SB-TABLE-LINE.
       RESOLVE-ONE-SUBSTITUTION-EXIT.
           EXIT.

      ******************************************************************
      *    FOLLOW-PRODUCT-SUCCESSOR -- STEP FROM THE DISCONTINUED
      *    PRODUCT NOW IN THE MASTER RECORD AREA TO ITS SUCCESSOR.
      *    STOPS AT THE FIRST ACTIVE PRODUCT, OR AS NOT USABLE WHEN
      *    THERE IS NO SUCCESSOR, THE SUCCESSOR IS NOT ON THE MASTER
      *    OR THE CHAIN RUNS PAST 10 PRODUCTS.
      ******************************************************************
       FOLLOW-PRODUCT-SUCCESSOR.
           IF PROD-SUCCESSOR-CODE EQUAL SPACES
               MOVE 'N' TO SUCCESSOR-STATE-SWITCH
               GO TO FOLLOW-PRODUCT-SUCCESSOR-EXIT.
           ADD 1 TO SUCCESSOR-HOP-COUNT.
           IF SUCCESSOR-HOP-COUNT GREATER THAN 10
               MOVE 'N' TO SUCCESSOR-STATE-SWITCH
               GO TO FOLLOW-PRODUCT-SUCCESSOR-EXIT.
           MOVE PROD-SUCCESSOR-CODE TO PROD-CODE.
           READ PRODUCT-MASTER INVALID KEY
               MOVE 'N' TO SUCCESSOR-STATE-SWITCH
               GO TO FOLLOW-PRODUCT-SUCCESSOR-EXIT.
           IF PROD-IS-ACTIVE
               MOVE 'F' TO SUCCESSOR-STATE-SWITCH.
       FOLLOW-PRODUCT-SUCCESSOR-EXIT.
           EXIT.

      ******************************************************************
      *    SUBSTITUTE-REGION-FILES -- READ EVERY RECORD OF EACH
      *    REGION FILE FROM ITS FIRST CUSTOMER, REWRITING THOSE THAT
      *    HOLD A TABLED PRODUCT. NOTHING IS READ WHEN NO TABLED
      *    PRODUCT HAS AN ACTIVE SUCCESSOR.
      ******************************************************************
       SUBSTITUTE-REGION-FILES.
           IF RPT-TABLED-COUNT EQUAL RPT-NOT-USABLE-COUNT
               GO TO SUBSTITUTE-REGION-FILES-EXIT.
           MOVE LOW-VALUES TO FOREIGN-CUST-NUM.
           MOVE 1 TO PERFORM-FLAG.
           START FOREIGN-REGION KEY IS NOT LESS THAN FOREIGN-CUST-NUM
               INVALID KEY
               MOVE 0 TO PERFORM-FLAG.
           PERFORM SUBSTITUTE-ONE-FOREIGN
               THRU SUBSTITUTE-ONE-FOREIGN-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
           MOVE LOW-VALUES TO EAST-CUST-NUM.
           MOVE 1 TO PERFORM-FLAG.
           START EAST-REGION KEY IS NOT LESS THAN EAST-CUST-NUM
               INVALID KEY
               MOVE 0 TO PERFORM-FLAG.
           PERFORM SUBSTITUTE-ONE-EAST
               THRU SUBSTITUTE-ONE-EAST-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
           MOVE LOW-VALUES TO WEST-CUST-NUM.
           MOVE 1 TO PERFORM-FLAG.
           START WEST-REGION KEY IS NOT LESS THAN WEST-CUST-NUM
               INVALID KEY
               MOVE 0 TO PERFORM-FLAG.
           PERFORM SUBSTITUTE-ONE-WEST
               THRU SUBSTITUTE-ONE-WEST-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
           MOVE LOW-VALUES TO CNTR-CUST-NUM.
           MOVE 1 TO PERFORM-FLAG.
           START CENTRAL-REGION KEY IS NOT LESS THAN CNTR-CUST-NUM
               INVALID KEY
               MOVE 0 TO PERFORM-FLAG.
           PERFORM SUBSTITUTE-ONE-CENTRAL
               THRU SUBSTITUTE-ONE-CENTRAL-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
       SUBSTITUTE-REGION-FILES-EXIT.
           EXIT.

      ******************************************************************
      *    SUBSTITUTE-ONE-FOREIGN/EAST/WEST/CENTRAL -- READ THE NEXT
      *    CUSTOMER AND BUILD ITS PRODUCT LIST AFRESH. WHEN ANY CODE
      *    WAS REPLACED OR DROPPED, JOURNAL THE BEFORE-IMAGE, REWRITE
      *    THE NEW LIST AND INTERESTS COUNT, JOURNAL THE AFTER-IMAGE
      *    AND PASS THE CODES TAKEN OFF TO THE LISTING.
      ******************************************************************
       SUBSTITUTE-ONE-FOREIGN.
           READ FOREIGN-REGION NEXT RECORD
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO SUBSTITUTE-ONE-FOREIGN-EXIT.
           ADD 1 TO RPT-FOREIGN-READ-COUNT.
           MOVE FOREIGN-INTERESTS TO OLD-PRODUCT-COUNT.
           PERFORM LOAD-FOREIGN-PRODUCT
               VARYING OLD-SUB FROM 1 BY 1
               UNTIL OLD-SUB GREATER THAN OLD-PRODUCT-COUNT.
           PERFORM BUILD-NEW-PRODUCT-LIST
               THRU BUILD-NEW-PRODUCT-LIST-EXIT.
           IF NOT PRODUCT-LIST-CHANGED
               GO TO SUBSTITUTE-ONE-FOREIGN-EXIT.
           MOVE 'C' TO JRNL-ACTION.
           MOVE 'B' TO JRNL-IMAGE-TYPE.
           PERFORM JOURNAL-FOREIGN-RECORD.
           MOVE NEW-PRODUCT-COUNT TO FOREIGN-INTERESTS.
           PERFORM STORE-FOREIGN-PRODUCT
               VARYING OLD-SUB FROM 1 BY 1
               UNTIL OLD-SUB GREATER THAN NEW-PRODUCT-COUNT.
           REWRITE FOREIGN-REGION-RECORD.
           MOVE 'A' TO JRNL-IMAGE-TYPE.
           PERFORM JOURNAL-FOREIGN-RECORD.
           MOVE 'F'              TO CHANGE-REGION.
           MOVE FOREIGN-CUST-NUM TO CHANGE-CUST-NUM.
           PERFORM RELEASE-CUSTOMER-CHANGES.
       SUBSTITUTE-ONE-FOREIGN-EXIT.
           EXIT.

       LOAD-FOREIGN-PRODUCT.
           MOVE FOREIGN-PRODUCTS(OLD-SUB) TO OLD-PRODUCT(OLD-SUB).
       LOAD-FOREIGN-PRODUCT-EXIT.
           EXIT.

       STORE-FOREIGN-PRODUCT.
           MOVE NEW-PRODUCT(OLD-SUB) TO FOREIGN-PRODUCTS(OLD-SUB).
       STORE-FOREIGN-PRODUCT-EXIT.
           EXIT.

       SUBSTITUTE-ONE-EAST.
           READ EAST-REGION NEXT RECORD
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO SUBSTITUTE-ONE-EAST-EXIT.
           ADD 1 TO RPT-EAST-READ-COUNT.
           MOVE EAST-INTERESTS TO OLD-PRODUCT-COUNT.
           PERFORM LOAD-EAST-PRODUCT
               VARYING OLD-SUB FROM 1 BY 1
               UNTIL OLD-SUB GREATER THAN OLD-PRODUCT-COUNT.
           PERFORM BUILD-NEW-PRODUCT-LIST
               THRU BUILD-NEW-PRODUCT-LIST-EXIT.
           IF NOT PRODUCT-LIST-CHANGED
               GO TO SUBSTITUTE-ONE-EAST-EXIT.
           MOVE 'C' TO JRNL-ACTION.
           MOVE 'B' TO JRNL-IMAGE-TYPE.
           PERFORM JOURNAL-EAST-RECORD.
           MOVE NEW-PRODUCT-COUNT TO EAST-INTERESTS.
           PERFORM STORE-EAST-PRODUCT
               VARYING OLD-SUB FROM 1 BY 1
               UNTIL OLD-SUB GREATER THAN NEW-PRODUCT-COUNT.
           REWRITE EAST-REGION-RECORD.
           MOVE 'A' TO JRNL-IMAGE-TYPE.
           PERFORM JOURNAL-EAST-RECORD.
           MOVE 'E'              TO CHANGE-REGION.
           MOVE EAST-CUST-NUM    TO CHANGE-CUST-NUM.
           PERFORM RELEASE-CUSTOMER-CHANGES.
       SUBSTITUTE-ONE-EAST-EXIT.
           EXIT.

       LOAD-EAST-PRODUCT.
           MOVE EAST-PRODUCTS(OLD-SUB) TO OLD-PRODUCT(OLD-SUB).
       LOAD-EAST-PRODUCT-EXIT.
           EXIT.

       STORE-EAST-PRODUCT.
           MOVE NEW-PRODUCT(OLD-SUB) TO EAST-PRODUCTS(OLD-SUB).
       STORE-EAST-PRODUCT-EXIT.
           EXIT.

       SUBSTITUTE-ONE-WEST.
           READ WEST-REGION NEXT RECORD
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO SUBSTITUTE-ONE-WEST-EXIT.
           ADD 1 TO RPT-WEST-READ-COUNT.
           MOVE WEST-INTERESTS TO OLD-PRODUCT-COUNT.
           PERFORM LOAD-WEST-PRODUCT
               VARYING OLD-SUB FROM 1 BY 1
               UNTIL OLD-SUB GREATER THAN OLD-PRODUCT-COUNT.
           PERFORM BUILD-NEW-PRODUCT-LIST
               THRU BUILD-NEW-PRODUCT-LIST-EXIT.
           IF NOT PRODUCT-LIST-CHANGED
               GO TO SUBSTITUTE-ONE-WEST-EXIT.
           MOVE 'C' TO JRNL-ACTION.
           MOVE 'B' TO JRNL-IMAGE-TYPE.
           PERFORM JOURNAL-WEST-RECORD.
           MOVE NEW-PRODUCT-COUNT TO WEST-INTERESTS.
           PERFORM STORE-WEST-PRODUCT
               VARYING OLD-SUB FROM 1 BY 1
               UNTIL OLD-SUB GREATER THAN NEW-PRODUCT-COUNT.
           REWRITE WEST-REGION-RECORD.
           MOVE 'A' TO JRNL-IMAGE-TYPE.
           PERFORM JOURNAL-WEST-RECORD.
           MOVE 'W'              TO CHANGE-REGION.
           MOVE WEST-CUST-NUM    TO CHANGE-CUST-NUM.
           PERFORM RELEASE-CUSTOMER-CHANGES.
       SUBSTITUTE-ONE-WEST-EXIT.
           EXIT.

       LOAD-WEST-PRODUCT.
           MOVE WEST-PRODUCTS(OLD-SUB) TO OLD-PRODUCT(OLD-SUB).
       LOAD-WEST-PRODUCT-EXIT.
           EXIT.

       STORE-WEST-PRODUCT.
           MOVE NEW-PRODUCT(OLD-SUB) TO WEST-PRODUCTS(OLD-SUB).
       STORE-WEST-PRODUCT-EXIT.
           EXIT.

       SUBSTITUTE-ONE-CENTRAL.
           READ CENTRAL-REGION NEXT RECORD
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO SUBSTITUTE-ONE-CENTRAL-EXIT.
           ADD 1 TO RPT-CENTRAL-READ-COUNT.
           MOVE CNTR-INTERESTS TO OLD-PRODUCT-COUNT.
           PERFORM LOAD-CENTRAL-PRODUCT
               VARYING OLD-SUB FROM 1 BY 1
               UNTIL OLD-SUB GREATER THAN OLD-PRODUCT-COUNT.
           PERFORM BUILD-NEW-PRODUCT-LIST
               THRU BUILD-NEW-PRODUCT-LIST-EXIT.
           IF NOT PRODUCT-LIST-CHANGED
               GO TO SUBSTITUTE-ONE-CENTRAL-EXIT.
           MOVE 'C' TO JRNL-ACTION.
           MOVE 'B' TO JRNL-IMAGE-TYPE.
           PERFORM JOURNAL-CENTRAL-RECORD.
           MOVE NEW-PRODUCT-COUNT TO CNTR-INTERESTS.
           PERFORM STORE-CENTRAL-PRODUCT
               VARYING OLD-SUB FROM 1 BY 1
               UNTIL OLD-SUB GREATER THAN NEW-PRODUCT-COUNT.
           REWRITE CENTRAL-REGION-RECORD.
           MOVE 'A' TO JRNL-IMAGE-TYPE.
           PERFORM JOURNAL-CENTRAL-RECORD.
           MOVE 'C'              TO CHANGE-REGION.
           MOVE CNTR-CUST-NUM    TO CHANGE-CUST-NUM.
           PERFORM RELEASE-CUSTOMER-CHANGES.
       SUBSTITUTE-ONE-CENTRAL-EXIT.
           EXIT.

       LOAD-CENTRAL-PRODUCT.
           MOVE CNTR-PRODUCTS(OLD-SUB) TO OLD-PRODUCT(OLD-SUB).
       LOAD-CENTRAL-PRODUCT-EXIT.
           EXIT.

       STORE-CENTRAL-PRODUCT.
           MOVE NEW-PRODUCT(OLD-SUB) TO CNTR-PRODUCTS(OLD-SUB).
       STORE-CENTRAL-PRODUCT-EXIT.
           EXIT.

      ******************************************************************
      *    BUILD-NEW-PRODUCT-LIST -- CARRY EACH CODE OF THE CUSTOMER'S
      *    LIST ACROSS IN ORDER. A TABLED CODE WITH A USABLE
      *    SUCCESSOR IS REPLACED BY IT, UNLESS THE CUSTOMER ALREADY
      *    HOLDS THE SUCCESSOR OR AN EARLIER CODE WAS JUST REPLACED BY
      *    IT, IN WHICH CASE THE OLD CODE IS DROPPED. ANY OTHER CODE
      *    IS KEPT AS IT IS.
      ******************************************************************
       BUILD-NEW-PRODUCT-LIST.
           MOVE 0   TO NEW-PRODUCT-COUNT CHANGE-COUNT.
           MOVE 'N' TO LIST-CHANGED-SWITCH.
           PERFORM MAP-ONE-PRODUCT THRU MAP-ONE-PRODUCT-EXIT
               VARYING OLD-SUB FROM 1 BY 1
               UNTIL OLD-SUB GREATER THAN OLD-PRODUCT-COUNT.
       BUILD-NEW-PRODUCT-LIST-EXIT.
           EXIT.

       MAP-ONE-PRODUCT.
           MOVE 0 TO SUBS-FOUND-SUB.
           PERFORM FIND-SUBSTITUTION
               VARYING SUBS-SUB FROM 1 BY 1
               UNTIL SUBS-SUB GREATER THAN SUBS-ENTRY-COUNT
                  OR SUBS-FOUND-SUB NOT EQUAL TO 0.
           IF SUBS-FOUND-SUB EQUAL TO 0
               ADD 1 TO NEW-PRODUCT-COUNT
               MOVE OLD-PRODUCT(OLD-SUB)
                                 TO NEW-PRODUCT(NEW-PRODUCT-COUNT)
               GO TO MAP-ONE-PRODUCT-EXIT.
           MOVE 'Y' TO LIST-CHANGED-SWITCH.
           MOVE SUBS-FINAL-CODE(SUBS-FOUND-SUB) TO LOOKUP-CODE.
           MOVE 'N' TO DUPLICATE-PRODUCT-SWITCH.
           PERFORM CHECK-OLD-DUPLICATE
               VARYING SCAN-SUB FROM 1 BY 1
               UNTIL SCAN-SUB GREATER THAN OLD-PRODUCT-COUNT.
           PERFORM CHECK-NEW-DUPLICATE
               VARYING SCAN-SUB FROM 1 BY 1
               UNTIL SCAN-SUB GREATER THAN NEW-PRODUCT-COUNT.
           ADD 1 TO CHANGE-COUNT.
           MOVE OLD-PRODUCT(OLD-SUB)  TO CHANGE-OLD-CODE(CHANGE-COUNT).
           MOVE LOOKUP-CODE           TO CHANGE-NEW-CODE(CHANGE-COUNT).
           MOVE SUBS-DESCRIPTION(SUBS-FOUND-SUB)
                                   TO CHANGE-DESCRIPTION(CHANGE-COUNT).
           IF PRODUCT-IS-DUPLICATE
               MOVE 'M' TO CHANGE-DISPOSITION(CHANGE-COUNT)
               ADD 1 TO RPT-MERGED-COUNT
               GO TO MAP-ONE-PRODUCT-EXIT.
           MOVE 'R' TO CHANGE-DISPOSITION(CHANGE-COUNT).
           ADD 1 TO RPT-REPLACED-COUNT.
           ADD 1 TO NEW-PRODUCT-COUNT.
           MOVE LOOKUP-CODE TO NEW-PRODUCT(NEW-PRODUCT-COUNT).
       MAP-ONE-PRODUCT-EXIT.
           EXIT.

       FIND-SUBSTITUTION.
           IF SUBS-OLD-CODE(SUBS-SUB) EQUAL OLD-PRODUCT(OLD-SUB)
               AND SUBS-IS-USABLE(SUBS-SUB)
               MOVE SUBS-SUB TO SUBS-FOUND-SUB.
       FIND-SUBSTITUTION-EXIT.
           EXIT.

       CHECK-OLD-DUPLICATE.
           IF OLD-PRODUCT(SCAN-SUB) EQUAL LOOKUP-CODE
               MOVE 'Y' TO DUPLICATE-PRODUCT-SWITCH.
       CHECK-OLD-DUPLICATE-EXIT.
           EXIT.

       CHECK-NEW-DUPLICATE.
           IF NEW-PRODUCT(SCAN-SUB) EQUAL LOOKUP-CODE
               MOVE 'Y' TO DUPLICATE-PRODUCT-SWITCH.
       CHECK-NEW-DUPLICATE-EXIT.
           EXIT.

      ******************************************************************
      *    RELEASE-CUSTOMER-CHANGES -- ONE SORT RECORD PER CODE TAKEN
      *    OFF THE CUSTOMER JUST REWRITTEN.
      ******************************************************************
       RELEASE-CUSTOMER-CHANGES.
           ADD 1 TO RPT-CUSTOMERS-MOVED-COUNT.
           PERFORM RELEASE-ONE-CHANGE
               VARYING CHANGE-SUB FROM 1 BY 1
               UNTIL CHANGE-SUB GREATER THAN CHANGE-COUNT.
       RELEASE-CUSTOMER-CHANGES-EXIT.
           EXIT.

       RELEASE-ONE-CHANGE.
           MOVE CHANGE-OLD-CODE(CHANGE-SUB)    TO SSRT-OLD-CODE.
           MOVE CHANGE-REGION                  TO SSRT-REGION.
           MOVE CHANGE-CUST-NUM                TO SSRT-CUST-NUM.
           MOVE CHANGE-NEW-CODE(CHANGE-SUB)    TO SSRT-NEW-CODE.
           MOVE CHANGE-DESCRIPTION(CHANGE-SUB) TO SSRT-DESCRIPTION.
           MOVE CHANGE-DISPOSITION(CHANGE-SUB) TO SSRT-DISPOSITION.
           ADD 1 TO RPT-RELEASE-COUNT.
           RELEASE SORT-RECORD.
       RELEASE-ONE-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      *    LIST-MOVED-CUSTOMERS -- CONTROL-BREAK PASS OVER THE SORTED
      *    CHANGES, ONE GROUP PER DISCONTINUED PRODUCT WITH ITS
      *    CUSTOMERS IN REGION AND CUSTOMER ORDER AND A COUNT.
      ******************************************************************
       LIST-MOVED-CUSTOMERS.
           MOVE SPACES TO HELD-OLD-CODE.
           MOVE 1 TO PERFORM-FLAG.
           PERFORM LIST-ONE-CUSTOMER THRU LIST-ONE-CUSTOMER-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
           IF HELD-OLD-CODE NOT EQUAL SPACES
               PERFORM WRITE-GROUP-TOTAL.
           IF RPT-RETURN-COUNT EQUAL TO 0
               MOVE 'NO CUSTOMER HELD A PRODUCT TO BE SUBSTITUTED'
                                         TO SB-MESSAGE
               WRITE SUBSTITUTION-REPORT-LINE FROM SB-MESSAGE-LINE.
       LIST-MOVED-CUSTOMERS-EXIT.
           EXIT.

       LIST-ONE-CUSTOMER.
           RETURN SORT-FILE
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO LIST-ONE-CUSTOMER-EXIT.
           ADD 1 TO RPT-RETURN-COUNT.
           IF SSRT-OLD-CODE NOT EQUAL HELD-OLD-CODE
               PERFORM START-PRODUCT-GROUP.
           IF SSRT-REGION EQUAL 'F'
               MOVE 'FOREIGN' TO SB-CUSTOMER-REGION
           ELSE
           IF SSRT-REGION EQUAL 'E'
               MOVE 'EAST'    TO SB-CUSTOMER-REGION
           ELSE
           IF SSRT-REGION EQUAL 'W'
               MOVE 'WEST'    TO SB-CUSTOMER-REGION
           ELSE
               MOVE 'CENTRAL' TO SB-CUSTOMER-REGION.
           MOVE SSRT-CUST-NUM TO SB-CUSTOMER-NUM.
           IF SSRT-CODE-MERGED
               MOVE 'DROPPED - ALREADY HOLDS SUCCESSOR'
                                 TO SB-CUSTOMER-DISPOSITION
           ELSE
               MOVE 'REPLACED BY SUCCESSOR'
                                 TO SB-CUSTOMER-DISPOSITION.
           WRITE SUBSTITUTION-REPORT-LINE FROM SB-CUSTOMER-LINE.
           ADD 1 TO RPT-GROUP-COUNT.
       LIST-ONE-CUSTOMER-EXIT.
           EXIT.

       START-PRODUCT-GROUP.
           IF HELD-OLD-CODE NOT EQUAL SPACES
               PERFORM WRITE-GROUP-TOTAL.
           MOVE SSRT-OLD-CODE    TO HELD-OLD-CODE.
           MOVE 0                TO RPT-GROUP-COUNT.
           MOVE SPACES TO SUBSTITUTION-REPORT-LINE.
           WRITE SUBSTITUTION-REPORT-LINE.
           MOVE SSRT-OLD-CODE    TO SB-PRODUCT-OLD-CODE.
           MOVE SSRT-DESCRIPTION TO SB-PRODUCT-DESCRIPTION.
           MOVE SSRT-NEW-CODE    TO SB-PRODUCT-NEW-CODE.
           WRITE SUBSTITUTION-REPORT-LINE FROM SB-PRODUCT-LINE.
       START-PRODUCT-GROUP-EXIT.
           EXIT.

       WRITE-GROUP-TOTAL.
           MOVE HELD-OLD-CODE   TO SB-GROUP-OLD-CODE.
           MOVE RPT-GROUP-COUNT TO SB-GROUP-COUNT.
           WRITE SUBSTITUTION-REPORT-LINE FROM SB-GROUP-LINE.
       WRITE-GROUP-TOTAL-EXIT.
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
           MOVE 'PRODSUBS'              TO JRNL-PROGRAM.
           WRITE JOURNAL-RECORD.
       WRITE-JOURNAL-RECORD-EXIT.
           EXIT.

       WRITE-SUBSTITUTION-SUMMARY.
           MOVE SPACES TO SUBSTITUTION-REPORT-LINE.
           WRITE SUBSTITUTION-REPORT-LINE.
           MOVE 'PRODUCT MASTER RECORDS READ' TO SB-SUMMARY-LABEL.
           MOVE RPT-MASTER-READ-COUNT TO SB-SUMMARY-COUNT.
           WRITE SUBSTITUTION-REPORT-LINE FROM SB-SUMMARY-LINE.
           MOVE 'DISCONTINUED WITH A SUCCESSOR' TO SB-SUMMARY-LABEL.
           MOVE RPT-TABLED-COUNT TO SB-SUMMARY-COUNT.
           WRITE SUBSTITUTION-REPORT-LINE FROM SB-SUMMARY-LINE.
           MOVE '  OF WHICH NO ACTIVE SUCCESSOR' TO SB-SUMMARY-LABEL.
           MOVE RPT-NOT-USABLE-COUNT TO SB-SUMMARY-COUNT.
           WRITE SUBSTITUTION-REPORT-LINE FROM SB-SUMMARY-LINE.
           MOVE 'OVER TABLE LIMIT - NOT APPLIED' TO SB-SUMMARY-LABEL.
           MOVE RPT-TABLE-FULL-COUNT TO SB-SUMMARY-COUNT.
           WRITE SUBSTITUTION-REPORT-LINE FROM SB-SUMMARY-LINE.
           MOVE 'FOREIGN RECORDS READ' TO SB-SUMMARY-LABEL.
           MOVE RPT-FOREIGN-READ-COUNT TO SB-SUMMARY-COUNT.
           WRITE SUBSTITUTION-REPORT-LINE FROM SB-SUMMARY-LINE.
           MOVE 'EAST RECORDS READ' TO SB-SUMMARY-LABEL.
           MOVE RPT-EAST-READ-COUNT TO SB-SUMMARY-COUNT.
           WRITE SUBSTITUTION-REPORT-LINE FROM SB-SUMMARY-LINE.
           MOVE 'WEST RECORDS READ' TO SB-SUMMARY-LABEL.
           MOVE RPT-WEST-READ-COUNT TO SB-SUMMARY-COUNT.
           WRITE SUBSTITUTION-REPORT-LINE FROM SB-SUMMARY-LINE.
           MOVE 'CENTRAL RECORDS READ' TO SB-SUMMARY-LABEL.
           MOVE RPT-CENTRAL-READ-COUNT TO SB-SUMMARY-COUNT.
           WRITE SUBSTITUTION-REPORT-LINE FROM SB-SUMMARY-LINE.
           MOVE 'CUSTOMERS REWRITTEN' TO SB-SUMMARY-LABEL.
           MOVE RPT-CUSTOMERS-MOVED-COUNT TO SB-SUMMARY-COUNT.
           WRITE SUBSTITUTION-REPORT-LINE FROM SB-SUMMARY-LINE.
           MOVE 'CODES REPLACED BY SUCCESSOR' TO SB-SUMMARY-LABEL.
           MOVE RPT-REPLACED-COUNT TO SB-SUMMARY-COUNT.
           WRITE SUBSTITUTION-REPORT-LINE FROM SB-SUMMARY-LINE.
           MOVE 'CODES DROPPED - SUCCESSOR HELD' TO SB-SUMMARY-LABEL.
           MOVE RPT-MERGED-COUNT TO SB-SUMMARY-COUNT.
           WRITE SUBSTITUTION-REPORT-LINE FROM SB-SUMMARY-LINE.
       WRITE-SUBSTITUTION-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      *    PROGRAM-TERMINATOR -- EVERY CHANGE RELEASED MUST COME BACK
      *    FROM THE SORT. A PRODUCT LEFT UNAPPLIED, FOR WANT OF AN
      *    ACTIVE SUCCESSOR OR ROOM IN THE TABLE, ENDS THE RUN WITH
      *    RETURN-CODE 8 SO THE PRODUCT MASTER GETS LOOKED AT.
      ******************************************************************
       PROGRAM-TERMINATOR.
           IF RPT-RETURN-COUNT NOT EQUAL RPT-RELEASE-COUNT
               DISPLAY 'PRODSUBS - SORT COUNT MISMATCH - '
                   RPT-RELEASE-COUNT ' RELEASED VS '
                   RPT-RETURN-COUNT  ' RETURNED'
               MOVE 16 TO RETURN-CODE
               GO TO PROGRAM-TERMINATOR-EXIT.
           IF RPT-NOT-USABLE-COUNT GREATER THAN 0
               OR RPT-TABLE-FULL-COUNT GREATER THAN 0
               DISPLAY 'PRODSUBS - ' RPT-NOT-USABLE-COUNT
                   ' PRODUCTS WITH NO ACTIVE SUCCESSOR, '
                   RPT-TABLE-FULL-COUNT ' OVER TABLE LIMIT - '
                   'NOT APPLIED'
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-TERMINATOR-EXIT.
           DISPLAY 'PRODSUBS - ' RPT-CUSTOMERS-MOVED-COUNT
               ' CUSTOMERS MOVED TO SUCCESSOR PRODUCTS'.
           MOVE 0 TO RETURN-CODE.
       PROGRAM-TERMINATOR-EXIT.
           EXIT.

      ******************************************************************
      *    CHECK-RUN-CONTROL -- THE SHARED REGION FILE INTERLOCK. A
      *    MISSING OR EMPTY RUN-CONTROL FILE, OR A RECORD MARKED
      *    FREE, LETS THE RUN PROCEED. BUSY OR RELOAD-INCOMPLETE
      *    STATES BLOCK THE RUN WITH RETURN-CODE 12; A PRODSUBS RUN
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
               DISPLAY 'PRODSUBS - REGION FILES LOCKED - RELOAD OF '
                   'REGION ' RUNC-REGION ' INCOMPLETE - '
                   'RELOAD IT CLEAN BEFORE ANY OTHER RUN'
               GO TO CHECK-RUN-CONTROL-EXIT.
           IF RUNC-PROGRAM EQUAL 'PRODSUBS'
               DISPLAY 'PRODSUBS - PRIOR RUN DIED IN FLIGHT ON '
                   RUNC-RUN-DATE ' - RERUNNING OVER ITS MARK'
               MOVE 'Y' TO INTERLOCK-OK-SWITCH
               GO TO CHECK-RUN-CONTROL-EXIT.
           DISPLAY 'PRODSUBS - REGION FILES BUSY - ' RUNC-PROGRAM
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
           MOVE 'PRODSUBS'       TO RUNC-PROGRAM.
           MOVE JOURNAL-RUN-DATE TO RUNC-RUN-DATE.
           MOVE 'B'              TO RUNC-STATE.
           WRITE RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
       MARK-RUN-CONTROL-BUSY-EXIT.
           EXIT.

       CLEAR-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE.
           MOVE SPACES           TO RUN-CONTROL-REC.
           MOVE 'PRODSUBS'       TO RUNC-PROGRAM.
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
               DISPLAY 'PRODSUBS - BUSINESS DATE FILE NOT AVAILABLE - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           READ BUSINESS-DATE-FILE
               AT END MOVE 0 TO PERFORM-FLAG.
           CLOSE BUSINESS-DATE-FILE.
           IF PERFORM-FLAG EQUAL TO 0
               DISPLAY 'PRODSUBS - BUSINESS DATE FILE EMPTY - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           IF BDAT-PROCESS-DATE NOT NUMERIC
               OR BDAT-PROCESS-DATE EQUAL ZERO
               DISPLAY 'PRODSUBS - BUSINESS DATE NOT NUMERIC - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE BDAT-PROCESS-DATE TO JOURNAL-RUN-DATE.
           MOVE 'Y' TO BUSINESS-DATE-SWITCH.
       READ-BUSINESS-DATE-EXIT.
           EXIT.
