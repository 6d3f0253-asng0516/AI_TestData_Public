      *         INTERESTS COUNT NUMERIC AND 1 THRU 20, AND EVERY
      *         PRODUCT CODE WITHIN THE INTERESTS COUNT NON-BLANK,
      *         ON THE PRODUCT MASTER MAINTAINED BY PRODMNT, AND NOT
      *         MARKED DISCONTINUED UNLESS THE MASTER NAMES AN ACTIVE
      *         SUCCESSOR FOR IT. CLEAN RECORDS ARE WRITTEN TO THE
      *         VALIDATED INQUIRY FILE THAT VSAMPROC READS IN PLACE OF
      *         THE RAW FILE, WITH ANY DISCONTINUED CODE REPLACED BY
      *         ITS SUCCESSOR (AND DROPPED IF THE INQUIRY ALREADY NAMES
      *         THE SUCCESSOR) AND A NOTE OF THE MAPPING ON THE EDIT
      *         REPORT; RECORDS WITH EDIT ERRORS ARE DROPPED FROM THE
      *         RUN AND EVERY FAILING FIELD IS LISTED, WITH ITS
      *         REASON, ON THE EDIT REJECT REPORT. THIS KEEPS
      *         GARBAGE OUT OF THE REGION FILES INSTEAD OF CLEANING
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS STAT-FILE-STATUS.

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

       01  PROD-FILE-STATUS            PIC X(02).
       01  STAT-FILE-STATUS            PIC X(02).

       01  RPT-REJECT-COUNT            PIC 9(05)  VALUE 0.
       01  RPT-EDIT-ERROR-COUNT        PIC 9(05)  VALUE 0.
       01  RPT-TOTAL-WRITE-COUNT       PIC 9(05)  VALUE 0.
       01  RPT-PRODUCT-MAPPED-COUNT    PIC 9(05)  VALUE 0.
       01  RPT-PRODUCT-DROPPED-COUNT   PIC 9(05)  VALUE 0.

       01  FIELD-ERROR-COUNT           PIC 9(02)  VALUE 0.
       01  EDIT-SUB                    PIC 9(02)  VALUE 1.
       01  SCAN-SUB                    PIC 9(02)  VALUE 1.
       01  KEPT-PRODUCT-COUNT          PIC 9(02)  VALUE 0.
       01  SUCCESSOR-HOP-COUNT         PIC 9(02)  VALUE 0.

       01  SUCCESSOR-STATE-SWITCH      PIC X(01)  VALUE SPACE.
           88  SUCCESSOR-WAS-FOUND                VALUE 'F'.
           88  SUCCESSOR-NOT-USABLE               VALUE 'N'.

       01  DUPLICATE-PRODUCT-SWITCH    PIC X(01)  VALUE 'N'.
           88  PRODUCT-IS-DUPLICATE               VALUE 'Y'.

      * PRODUCT CODES AS THEY WILL GO TO THE VALIDATED FILE - THE
      * INQUIRY'S OWN CODE, OR THE SUCCESSOR IT WAS MAPPED TO
       01  EDIT-PRODUCT-TABLE.
           05  EDIT-PRODUCT-ENTRY      OCCURS 20 TIMES.
               10  EDIT-PRODUCT        PIC X(10).
               10  EDIT-PRODUCT-MAPPED PIC X(01).
                   88  EDIT-PRODUCT-WAS-MAPPED    VALUE 'Y'.

       01  KEPT-PRODUCT-TABLE.
           05  KEPT-PRODUCT            PIC X(10)  OCCURS 20 TIMES.

       01  ER-HEADING-1.
           05  FILLER                  PIC X(40)
       PROCEDURE DIVISION.

       MAINLINE-PARAGRAPH.
           PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
           IF NOT BUSINESS-DATE-IS-VALID
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM EDIT-INQUIRIES.
           PERFORM WRITE-RUN-STATISTICS.
           PERFORM PROGRAM-TERMINATOR.
               MOVE 'INTERESTS COUNT NOT 1 THRU 20' TO ER-REASON
               PERFORM WRITE-EDIT-REJECT
               GO TO VALIDATE-INQUIRY-FIELDS-EXIT.
           PERFORM CHECK-ONE-PRODUCT THRU CHECK-ONE-PRODUCT-EXIT
               VARYING EDIT-SUB FROM 1 BY 1
               UNTIL EDIT-SUB GREATER THAN INQY-INTERESTS.
       VALIDATE-INQUIRY-FIELDS-EXIT.
      *    COUNT MUST BE NON-BLANK AND ON THE PRODUCT MASTER AS AN
      *    ACTIVE PRODUCT. MISSPELLED CODES AND DISCONTINUED PRODUCTS
      *    ARE STOPPED HERE, BEFORE THEY FRAGMENT THE PRODRPT DEMAND
      *    COUNTS ON THE REGION FILES. A DISCONTINUED PRODUCT WHOSE
      *    SUCCESSOR CHAIN ENDS AT AN ACTIVE PRODUCT IS NOT AN ERROR;
      *    THE ACTIVE CODE IS CARRIED IN ITS PLACE AND NOTED ON THE
      *    REPORT. A CHAIN IS FOLLOWED AT MOST 10 PRODUCTS DEEP.
      ******************************************************************
       CHECK-ONE-PRODUCT.
           MOVE INQY-PRODUCTS(EDIT-SUB) TO EDIT-PRODUCT(EDIT-SUB).
           MOVE 'N' TO EDIT-PRODUCT-MAPPED(EDIT-SUB).
           IF INQY-PRODUCTS(EDIT-SUB) EQUAL SPACES
               MOVE 'INQY-PRODUCTS'  TO ER-FIELD-NAME
               MOVE 'PRODUCT CODE IS BLANK'      TO ER-REASON
               MOVE 'INQY-PRODUCTS'  TO ER-FIELD-NAME
               MOVE 'PRODUCT NOT ON MASTER'      TO ER-REASON
               PERFORM WRITE-EDIT-REJECT
               GO TO CHECK-ONE-PRODUCT-EXIT.
           IF NOT PROD-IS-DISCONTINUED
               GO TO CHECK-ONE-PRODUCT-EXIT.
           MOVE 0 TO SUCCESSOR-HOP-COUNT.
           MOVE SPACE TO SUCCESSOR-STATE-SWITCH.
           PERFORM FOLLOW-PRODUCT-SUCCESSOR THRU
                   FOLLOW-PRODUCT-SUCCESSOR-EXIT
                   UNTIL SUCCESSOR-STATE-SWITCH NOT EQUAL SPACE.
           IF SUCCESSOR-NOT-USABLE
               MOVE 'INQY-PRODUCTS'  TO ER-FIELD-NAME
               MOVE 'PRODUCT IS DISCONTINUED'    TO ER-REASON
               PERFORM WRITE-EDIT-REJECT
               GO TO CHECK-ONE-PRODUCT-EXIT.
           MOVE PROD-CODE TO EDIT-PRODUCT(EDIT-SUB).
           MOVE 'Y'       TO EDIT-PRODUCT-MAPPED(EDIT-SUB).
           ADD 1 TO RPT-PRODUCT-MAPPED-COUNT.
           MOVE 'INQY-PRODUCTS'  TO ER-FIELD-NAME.
           MOVE SPACES TO ER-REASON.
           STRING 'DISCONTINUED - NOW ' DELIMITED BY SIZE
                  PROD-CODE             DELIMITED BY SIZE
                  INTO ER-REASON.
           PERFORM WRITE-EDIT-NOTE.
       CHECK-ONE-PRODUCT-EXIT.
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

       WRITE-EDIT-REJECT.
           MOVE INQY-CUST-NUM TO ER-CUST-NUM.
           WRITE EDIT-REPORT-LINE FROM ER-DETAIL-LINE.
           EXIT.

      ******************************************************************
      *    WRITE-EDIT-NOTE -- LIST A CHANGE THE EDIT MADE TO A PRODUCT
      *    CODE. A NOTE IS NOT AN ERROR AND DOES NOT REJECT THE RECORD.
      ******************************************************************
       WRITE-EDIT-NOTE.
           MOVE INQY-CUST-NUM TO ER-CUST-NUM.
           WRITE EDIT-REPORT-LINE FROM ER-DETAIL-LINE.
       WRITE-EDIT-NOTE-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE-VALID-INQUIRY -- COPY THE CLEAN INQUIRY TO THE
      *    VALIDATED FILE, INCLUDING EVERY PRODUCT ENTRY WITHIN THE
      *    INTERESTS COUNT, SO VSAMPROC SEES THE RECORD THE CUSTOMER
      *    SENT IN. THE ONLY CHANGE IS TO DISCONTINUED CODES MAPPED
      *    TO THEIR SUCCESSOR: A MAPPED CODE THE INQUIRY ALREADY
      *    NAMES, OR THAT AN EARLIER ENTRY WAS MAPPED TO, IS DROPPED
      *    AND THE INTERESTS COUNT REDUCED TO MATCH.
      ******************************************************************
       WRITE-VALID-INQUIRY.
           MOVE 0 TO KEPT-PRODUCT-COUNT.
           PERFORM KEEP-ONE-PRODUCT THRU KEEP-ONE-PRODUCT-EXIT
               VARYING EDIT-SUB FROM 1 BY 1
               UNTIL EDIT-SUB GREATER THAN INQY-INTERESTS.
           MOVE KEPT-PRODUCT-COUNT          TO VINQ-INTERESTS.
           MOVE INQY-CUST-NUM               TO VINQ-CUST-NUM.
           MOVE INQY-COMPANY                TO VINQ-COMPANY.
           MOVE INQY-CUST-NAME              TO VINQ-CUST-NAME.
           MOVE INQY-PHONE-2                TO VINQ-PHONE-2.
           PERFORM COPY-ONE-PRODUCT
               VARYING EDIT-SUB FROM 1 BY 1
               UNTIL EDIT-SUB GREATER THAN VINQ-INTERESTS.
           WRITE VALID-INQUIRY-RECORD.
       WRITE-VALID-INQUIRY-EXIT.
           EXIT.

       KEEP-ONE-PRODUCT.
           IF EDIT-PRODUCT-WAS-MAPPED(EDIT-SUB)
               MOVE 'N' TO DUPLICATE-PRODUCT-SWITCH
               PERFORM CHECK-INQUIRY-DUPLICATE
                   VARYING SCAN-SUB FROM 1 BY 1
                   UNTIL SCAN-SUB GREATER THAN INQY-INTERESTS
               PERFORM CHECK-KEPT-DUPLICATE
                   VARYING SCAN-SUB FROM 1 BY 1
                   UNTIL SCAN-SUB GREATER THAN KEPT-PRODUCT-COUNT
               IF PRODUCT-IS-DUPLICATE
                   ADD 1 TO RPT-PRODUCT-DROPPED-COUNT
                   MOVE 'INQY-PRODUCTS'  TO ER-FIELD-NAME
                   MOVE 'SUCCESSOR ALREADY ON INQUIRY' TO ER-REASON
                   PERFORM WRITE-EDIT-NOTE
                   GO TO KEEP-ONE-PRODUCT-EXIT.
           ADD 1 TO KEPT-PRODUCT-COUNT.
           MOVE EDIT-PRODUCT(EDIT-SUB)
                                 TO KEPT-PRODUCT(KEPT-PRODUCT-COUNT).
       KEEP-ONE-PRODUCT-EXIT.
           EXIT.

       CHECK-INQUIRY-DUPLICATE.
           IF INQY-PRODUCTS(SCAN-SUB) EQUAL EDIT-PRODUCT(EDIT-SUB)
               MOVE 'Y' TO DUPLICATE-PRODUCT-SWITCH.
       CHECK-INQUIRY-DUPLICATE-EXIT.
           EXIT.

       CHECK-KEPT-DUPLICATE.
           IF KEPT-PRODUCT(SCAN-SUB) EQUAL EDIT-PRODUCT(EDIT-SUB)
               MOVE 'Y' TO DUPLICATE-PRODUCT-SWITCH.
       CHECK-KEPT-DUPLICATE-EXIT.
           EXIT.

       COPY-ONE-PRODUCT.
           MOVE KEPT-PRODUCT(EDIT-SUB) TO VINQ-PRODUCTS(EDIT-SUB).
       COPY-ONE-PRODUCT-EXIT.
           EXIT.

           MOVE 'FIELD ERRORS LISTED' TO ER-SUMMARY-LABEL.
           MOVE RPT-EDIT-ERROR-COUNT TO ER-SUMMARY-COUNT.
           WRITE EDIT-REPORT-LINE FROM ER-SUMMARY-LINE.
           MOVE 'DISCONTINUED CODES MAPPED' TO ER-SUMMARY-LABEL.
           MOVE RPT-PRODUCT-MAPPED-COUNT TO ER-SUMMARY-COUNT.
           WRITE EDIT-REPORT-LINE FROM ER-SUMMARY-LINE.
           MOVE 'MAPPED CODES DROPPED AS DUPLICATE'
                                       TO ER-SUMMARY-LABEL.
           MOVE RPT-PRODUCT-DROPPED-COUNT TO ER-SUMMARY-COUNT.
           WRITE EDIT-REPORT-LINE FROM ER-SUMMARY-LINE.
       WRITE-EDIT-SUMMARY-EXIT.
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
               DISPLAY 'INQEDIT - BUSINESS DATE FILE NOT AVAILABLE - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           READ BUSINESS-DATE-FILE
               AT END MOVE 0 TO PERFORM-FLAG.
           CLOSE BUSINESS-DATE-FILE.
           IF PERFORM-FLAG EQUAL TO 0
               DISPLAY 'INQEDIT - BUSINESS DATE FILE EMPTY - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           IF BDAT-PROCESS-DATE NOT NUMERIC
               OR BDAT-PROCESS-DATE EQUAL ZERO
               DISPLAY 'INQEDIT - BUSINESS DATE NOT NUMERIC - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE BDAT-PROCESS-DATE TO EDIT-RUN-DATE.
           MOVE 'Y' TO BUSINESS-DATE-SWITCH.
       READ-BUSINESS-DATE-EXIT.
           EXIT.
