       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FULFILL.
       AUTHOR.  DATA PROCESSING.

      ****************************************************************
      *
      *            FULFILL.CBL
      *
      *         DAILY LITERATURE FULFILLMENT RUN. IT READS THE
      *         CUSTOMER HISTORY JOURNAL FOR THE BUSINESS DATE AND
      *         MAILS LITERATURE TO EVERY CUSTOMER NEWLY FILED THAT
      *         DAY (AN 'A' ENTRY) AND EVERY CUSTOMER WHOSE REPEAT
      *         INQUIRY VSAMPROC MERGED INTO AN EXISTING RECORD.
      *
      *         THE DAY'S AFTER-IMAGES AND DELETES ARE SORTED BY
      *         CUSTOMER SO EACH CUSTOMER IS MAILED ONCE, FROM THE
      *         LAST IMAGE OF THE DAY; A CUSTOMER DELETED LATER THE
      *         SAME DAY IS NOT MAILED. EVERY PRODUCT ON THE RECORD
      *         IS CHECKED AGAINST THE LITERATURE-SENT FILE, SO A
      *         MERGE MAILS ONLY THE PRODUCTS IT ADDED AND NO
      *         CUSTOMER IS SENT THE SAME BROCHURE TWICE.
      *
      *         THREE OUTPUTS ARE PRODUCED: THE ACKNOWLEDGEMENT
      *         LETTER FILE, CARRYING THE NAME, COMPANY AND ADDRESS
      *         AND THE PRODUCT MASTER DESCRIPTION OF EACH PRODUCT
      *         ENCLOSED; THE MAILING LABEL FILE, WITH A SEPARATE
      *         LAYOUT FOR FOREIGN ADDRESSES; AND THE LITERATURE PICK
      *         LIST FOR THE MAIL ROOM, TOTALLING THE BROCHURES TO
      *         PULL FOR EACH PRODUCT CODE.
      *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * WORK FILE FOR COBOL INTERNAL SORT
           SELECT SORT-FILE    ASSIGN TO UT-S-SORTWRK.

      * CUSTOMER HISTORY JOURNAL - WRITTEN BY EVERY REGION UPDATER
           SELECT HISTORY-JOURNAL ASSIGN HISTJRNL
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS JRNL-FILE-STATUS.

      * PRODUCT MASTER VSAM FILE - MAINTAINED BY PRODMNT. READ FOR
      * THE DESCRIPTION PRINTED IN THE LETTER AND ON THE PICK LIST
           SELECT PRODUCT-MASTER ASSIGN PRODMST
               ORGANIZATION INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS PROD-FILE-STATUS.

      * LITERATURE-SENT VSAM FILE - ONE RECORD PER CUSTOMER AND
      * PRODUCT ALREADY MAILED
           SELECT LITERATURE-SENT ASSIGN LITSENT
               ORGANIZATION INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LITS-KEY
               FILE STATUS IS LITS-FILE-STATUS.

      * OUTPUT ACKNOWLEDGEMENT LETTER FILE
           SELECT ACK-LETTER-FILE ASSIGN ACKLTR
               ORGANIZATION SEQUENTIAL.

      * OUTPUT MAILING LABEL FILE
           SELECT MAILING-LABEL-FILE ASSIGN MAILLBL
               ORGANIZATION SEQUENTIAL.

      * OUTPUT LITERATURE PICK LIST
           SELECT PICK-LIST ASSIGN PICKLST
               ORGANIZATION SEQUENTIAL.

      * SHARED BUSINESS-DATE CONTROL RECORD - ROLLED BY BDATROLL
           SELECT BUSINESS-DATE-FILE ASSIGN BUSDATE
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS BDAT-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.

       COPY 'FULFFS'.

       WORKING-STORAGE SECTION.

       01  PERFORM-FLAG                PIC 9      VALUE 1.

       01  JRNL-FILE-STATUS            PIC X(02).
       01  PROD-FILE-STATUS            PIC X(02).
       01  LITS-FILE-STATUS            PIC X(02).
       01  BDAT-FILE-STATUS            PIC X(02).

       01  BUSINESS-DATE-SWITCH        PIC X(01)  VALUE 'N'.
           88  BUSINESS-DATE-IS-VALID             VALUE 'Y'.

       01  CUSTOMER-TRIGGER-SWITCH     PIC X(01)  VALUE 'N'.
           88  CUSTOMER-IS-TRIGGERED              VALUE 'Y'.

       01  PRODUCT-MAIL-SWITCH         PIC X(01)  VALUE 'N'.
           88  PRODUCT-IS-TO-BE-MAILED            VALUE 'Y'.
           88  PRODUCT-IS-ON-LETTER               VALUE 'L'.

       01  TODAY-DATE                  PIC 9(08)  VALUE 0.

       01  RPT-JOURNAL-READ-COUNT      PIC 9(05)  VALUE 0.
       01  RPT-CUSTOMER-COUNT          PIC 9(05)  VALUE 0.
       01  RPT-LETTER-COUNT            PIC 9(05)  VALUE 0.
       01  RPT-DOMESTIC-LABEL-COUNT    PIC 9(05)  VALUE 0.
       01  RPT-FOREIGN-LABEL-COUNT     PIC 9(05)  VALUE 0.
       01  RPT-BROCHURE-COUNT          PIC 9(05)  VALUE 0.
       01  RPT-ALREADY-SENT-COUNT      PIC 9(05)  VALUE 0.
       01  RPT-NOT-ON-MASTER-COUNT     PIC 9(05)  VALUE 0.
       01  RPT-NOTHING-NEW-COUNT       PIC 9(05)  VALUE 0.
       01  RPT-DELETED-COUNT           PIC 9(05)  VALUE 0.
       01  RPT-TABLE-OVERFLOW-COUNT    PIC 9(05)  VALUE 0.
       01  RPT-RELEASE-COUNT           PIC 9(07)  VALUE 0.
       01  RPT-RETURN-COUNT            PIC 9(07)  VALUE 0.

       01  CURR-CUST-NUM               PIC X(05)  VALUE SPACES.
       01  HELD-REGION                 PIC X(01)  VALUE SPACES.
           88  HELD-REGION-FOREIGN                VALUE 'F'.
       01  HELD-ACTION                 PIC X(01)  VALUE SPACES.
           88  HELD-ACTION-DELETE                 VALUE 'D'.

       01  IMG-SUB                     PIC 9(02)  VALUE 1.
       01  IMG-LIMIT                   PIC 9(02)  VALUE 0.
       01  LETTER-SUB                  PIC 9(02)  VALUE 1.

       01  IMAGE-DECODE-AREA.
           05  IMG-CUST-NUM            PIC X(05).
           05  IMG-SALESREP            PIC X(05).
           05  IMG-STATE               PIC X(02).
           05  IMG-OFFICE              PIC X(04).
           05  IMG-COMPANY             PIC X(20).
           05  IMG-CUST-NAME           PIC X(20).
           05  IMG-ADDRESS-1           PIC X(20).
           05  IMG-ADDRESS-2           PIC X(20).
           05  IMG-CITY                PIC X(15).
           05  IMG-AREA-CODE           PIC X(03).
           05  IMG-PHONE-1             PIC X(03).
           05  IMG-PHONE-2             PIC X(04).
           05  IMG-RECVD-DATE          PIC 9(08).
           05  IMG-FOLLOWUP-STATUS     PIC X(01).
           05  IMG-ORDER-OUTCOME       PIC X(01).
           05  IMG-ORDER-DATE          PIC 9(08).
           05  IMG-ORDER-VALUE         PIC 9(07)V99.
           05  IMG-INTERESTS           PIC 9(02).
           05  IMG-PRODUCTS            PIC X(10) OCCURS 20 TIMES.

       01  PICK-ENTRY-COUNT            PIC 9(03)  VALUE 0.
       01  PICK-SUB                    PIC 9(03)  VALUE 1.
       01  PICK-FOUND-SUB              PIC 9(03)  VALUE 0.
       01  RANK-I                      PIC 9(03)  VALUE 1.
       01  RANK-J                      PIC 9(03)  VALUE 1.
       01  RANK-J-START                PIC 9(03)  VALUE 1.

       01  PICK-TABLE-AREA.
           05  PICK-ENTRY OCCURS 200 TIMES.
               10  PT-PRODUCT          PIC X(10).
               10  PT-DESCRIPTION      PIC X(30).
               10  PT-COUNT            PIC 9(05).

       01  PT-SWAP-ENTRY.
           05  PT-SWAP-PRODUCT         PIC X(10).
           05  PT-SWAP-DESCRIPTION     PIC X(30).
           05  PT-SWAP-COUNT           PIC 9(05).

       01  PL-HEADING-1.
           05  FILLER                  PIC X(40)
               VALUE 'FULFILL - LITERATURE PICK LIST FOR'.
           05  PL-HEADING-DATE         PIC 9(08).

       01  PL-HEADING-2.
           05  FILLER                  PIC X(55)
               VALUE
               'PRODUCT     DESCRIPTION                     BROCHURES'.

       01  PL-DETAIL-LINE.
           05  PL-PRODUCT              PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  PL-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  PL-COUNT                PIC ZZ,ZZ9.

       01  PL-TOTAL-LINE.
           05  FILLER                  PIC X(47)
               VALUE 'TOTAL BROCHURES TO PULL'.
           05  PL-TOTAL-COUNT          PIC ZZ,ZZ9.

       01  PL-SUMMARY-LINE.
           05  PL-SUMMARY-LABEL        PIC X(35).
           05  PL-SUMMARY-COUNT        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAINLINE-PARAGRAPH.
           PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
           IF NOT BUSINESS-DATE-IS-VALID
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT PRODUCT-MASTER.
           OPEN I-O LITERATURE-SENT.
           IF LITS-FILE-STATUS EQUAL '35'
               OPEN OUTPUT LITERATURE-SENT
               CLOSE LITERATURE-SENT
               OPEN I-O LITERATURE-SENT.
           OPEN OUTPUT ACK-LETTER-FILE MAILING-LABEL-FILE PICK-LIST.
           SORT SORT-FILE ON ASCENDING KEY SORT-CUST-NUM
                                           SORT-ARRIVAL
               INPUT  PROCEDURE IS GATHER-DAY-JOURNAL
                                THRU GATHER-DAY-JOURNAL-EXIT
               OUTPUT PROCEDURE IS FULFILL-CUSTOMERS.
           PERFORM PRINT-PICK-LIST.
           PERFORM WRITE-FULFILLMENT-SUMMARY.
           CLOSE PRODUCT-MASTER LITERATURE-SENT ACK-LETTER-FILE
                 MAILING-LABEL-FILE PICK-LIST.
           PERFORM PROGRAM-TERMINATOR.
           STOP RUN.

      ******************************************************************
      *    GATHER-DAY-JOURNAL -- READ THE JOURNAL FRONT TO BACK AND
      *    RELEASE EVERY AFTER-IMAGE AND EVERY DELETE JOURNALED ON THE
      *    BUSINESS DATE. ONLY AN ADD, OR A CHANGE WRITTEN BY THE
      *    INQUIRY RUN (A REPEAT INQUIRY MERGED IN), IS MARKED AS A
      *    TRIGGER; THE OTHER ENTRIES ARE CARRIED SO THE LAST IMAGE OF
      *    THE DAY, NOT THE FIRST, SUPPLIES THE NAME AND ADDRESS.
      *    BEFORE-IMAGES OF REWRITES ARE SKIPPED.
      ******************************************************************
       GATHER-DAY-JOURNAL.
           OPEN INPUT HISTORY-JOURNAL.
           IF JRNL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'FULFILL - HISTORY JOURNAL NOT AVAILABLE - '
                   'NOTHING TO FULFILL'
               GO TO GATHER-DAY-JOURNAL-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           PERFORM GATHER-ONE-ENTRY THRU GATHER-ONE-ENTRY-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
           CLOSE HISTORY-JOURNAL.
       GATHER-DAY-JOURNAL-EXIT.
           EXIT.

       GATHER-ONE-ENTRY.
           READ HISTORY-JOURNAL
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO GATHER-ONE-ENTRY-EXIT.
           ADD 1 TO RPT-JOURNAL-READ-COUNT.
           IF JRNL-RUN-DATE NOT EQUAL TODAY-DATE
               GO TO GATHER-ONE-ENTRY-EXIT.
           IF JRNL-BEFORE-IMAGE AND NOT JRNL-ACTION-DELETE
               GO TO GATHER-ONE-ENTRY-EXIT.
           MOVE 'N' TO SORT-TRIGGER.
           IF JRNL-ACTION-ADD
               MOVE 'Y' TO SORT-TRIGGER
           ELSE
           IF JRNL-ACTION-CHANGE AND JRNL-PROGRAM EQUAL 'VSAMPROC'
               MOVE 'Y' TO SORT-TRIGGER.
           MOVE JRNL-CUST-NUM     TO SORT-CUST-NUM.
           MOVE JRNL-REGION       TO SORT-REGION.
           MOVE JRNL-ACTION       TO SORT-ACTION.
           MOVE JRNL-RECORD-IMAGE TO SORT-IMAGE.
           ADD 1 TO RPT-RELEASE-COUNT.
           MOVE RPT-RELEASE-COUNT TO SORT-ARRIVAL.
           RELEASE SORT-RECORD.
       GATHER-ONE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    FULFILL-CUSTOMERS -- CONTROL-BREAK PASS OVER THE SORTED
      *    ENTRIES. THE LAST ENTRY OF EACH CUSTOMER IS HELD, AND AT
      *    THE CHANGE OF CUSTOMER THE HELD IMAGE IS MAILED IF ANY OF
      *    THE CUSTOMER'S ENTRIES WAS A TRIGGER.
      ******************************************************************
       FULFILL-CUSTOMERS.
           MOVE SPACES TO CURR-CUST-NUM.
           MOVE 'N' TO CUSTOMER-TRIGGER-SWITCH.
           MOVE 1 TO PERFORM-FLAG.
           PERFORM RETURN-ONE-ENTRY THRU RETURN-ONE-ENTRY-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
           IF CURR-CUST-NUM NOT EQUAL SPACES
               PERFORM FULFILL-ONE-CUSTOMER
                   THRU FULFILL-ONE-CUSTOMER-EXIT.
       FULFILL-CUSTOMERS-EXIT.
           EXIT.

       RETURN-ONE-ENTRY.
           RETURN SORT-FILE
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO RETURN-ONE-ENTRY-EXIT.
           ADD 1 TO RPT-RETURN-COUNT.
           IF SORT-CUST-NUM NOT EQUAL CURR-CUST-NUM
               IF CURR-CUST-NUM NOT EQUAL SPACES
                   PERFORM FULFILL-ONE-CUSTOMER
                       THRU FULFILL-ONE-CUSTOMER-EXIT
                   MOVE 'N' TO CUSTOMER-TRIGGER-SWITCH.
           MOVE SORT-CUST-NUM TO CURR-CUST-NUM.
           MOVE SORT-REGION   TO HELD-REGION.
           MOVE SORT-ACTION   TO HELD-ACTION.
           MOVE SORT-IMAGE    TO IMAGE-DECODE-AREA.
           IF SORT-IS-TRIGGER
               MOVE 'Y' TO CUSTOMER-TRIGGER-SWITCH.
       RETURN-ONE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    FULFILL-ONE-CUSTOMER -- BUILD THE LETTER FROM THE PRODUCTS
      *    ON THE HELD IMAGE NOT YET MAILED TO THIS CUSTOMER. ONLY
      *    WHEN AT LEAST ONE PRODUCT IS ENCLOSED ARE THE LETTER AND
      *    ITS LABEL WRITTEN.
      ******************************************************************
       FULFILL-ONE-CUSTOMER.
           IF NOT CUSTOMER-IS-TRIGGERED
               GO TO FULFILL-ONE-CUSTOMER-EXIT.
           ADD 1 TO RPT-CUSTOMER-COUNT.
           IF HELD-ACTION-DELETE
               ADD 1 TO RPT-DELETED-COUNT
               GO TO FULFILL-ONE-CUSTOMER-EXIT.
           MOVE SPACES TO ACK-LETTER-RECORD.
           MOVE 0 TO ACKL-PRODUCT-COUNT.
           MOVE 0 TO IMG-LIMIT.
           IF IMG-INTERESTS NUMERIC
               MOVE IMG-INTERESTS TO IMG-LIMIT.
           IF IMG-LIMIT GREATER THAN 20
               MOVE 20 TO IMG-LIMIT.
           PERFORM CHECK-ONE-PRODUCT THRU CHECK-ONE-PRODUCT-EXIT
               VARYING IMG-SUB FROM 1 BY 1
               UNTIL IMG-SUB GREATER THAN IMG-LIMIT.
           IF ACKL-PRODUCT-COUNT EQUAL 0
               ADD 1 TO RPT-NOTHING-NEW-COUNT
               GO TO FULFILL-ONE-CUSTOMER-EXIT.
           PERFORM WRITE-ACK-LETTER.
           PERFORM WRITE-MAILING-LABEL.
       FULFILL-ONE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      *    CHECK-ONE-PRODUCT -- A PRODUCT ALREADY ON THE LITERATURE-
      *    SENT FILE FROM AN EARLIER DAY IS NOT MAILED AGAIN. ONE SENT
      *    TODAY IS MAILED AGAIN, SO A RERUN OF THE SAME BUSINESS DAY
      *    REBUILDS THE COMPLETE LETTER, LABEL AND PICK-LIST OUTPUT.
      *    A CODE NOT ON THE PRODUCT MASTER HAS NO BROCHURE TO PULL
      *    AND IS LEFT OUT, AND A CODE LISTED TWICE ON THE RECORD IS
      *    ENCLOSED ONCE.
      ******************************************************************
       CHECK-ONE-PRODUCT.
           IF IMG-PRODUCTS(IMG-SUB) EQUAL SPACES
               GO TO CHECK-ONE-PRODUCT-EXIT.
           MOVE IMG-PRODUCTS(IMG-SUB) TO PROD-CODE.
           READ PRODUCT-MASTER INVALID KEY
               ADD 1 TO RPT-NOT-ON-MASTER-COUNT
               GO TO CHECK-ONE-PRODUCT-EXIT.
           MOVE 'N' TO PRODUCT-MAIL-SWITCH.
           PERFORM SCAN-ONE-LETTER-PRODUCT
               VARYING LETTER-SUB FROM 1 BY 1
               UNTIL LETTER-SUB GREATER THAN ACKL-PRODUCT-COUNT.
           IF PRODUCT-IS-ON-LETTER
               GO TO CHECK-ONE-PRODUCT-EXIT.
           MOVE 'Y' TO PRODUCT-MAIL-SWITCH.
           MOVE IMG-CUST-NUM          TO LITS-CUST-NUM.
           MOVE IMG-PRODUCTS(IMG-SUB) TO LITS-PRODUCT.
           READ LITERATURE-SENT INVALID KEY
               MOVE TODAY-DATE TO LITS-SENT-DATE
               WRITE LITERATURE-SENT-RECORD INVALID KEY
                   DISPLAY 'FULFILL - LITSENT WRITE FAILED - '
                       LITS-KEY ' STATUS ' LITS-FILE-STATUS
               END-WRITE
           NOT INVALID KEY
               IF LITS-SENT-DATE NOT EQUAL TODAY-DATE
                   MOVE 'N' TO PRODUCT-MAIL-SWITCH
               END-IF.
           IF NOT PRODUCT-IS-TO-BE-MAILED
               ADD 1 TO RPT-ALREADY-SENT-COUNT
               GO TO CHECK-ONE-PRODUCT-EXIT.
           ADD 1 TO ACKL-PRODUCT-COUNT.
           MOVE PROD-CODE
               TO ACKL-PRODUCT-CODE(ACKL-PRODUCT-COUNT).
           MOVE PROD-DESCRIPTION
               TO ACKL-PRODUCT-DESC(ACKL-PRODUCT-COUNT).
           ADD 1 TO RPT-BROCHURE-COUNT.
           PERFORM POST-PICK-TABLE THRU POST-PICK-TABLE-EXIT.
       CHECK-ONE-PRODUCT-EXIT.
           EXIT.

       SCAN-ONE-LETTER-PRODUCT.
           IF ACKL-PRODUCT-CODE(LETTER-SUB) EQUAL PROD-CODE
               MOVE 'L' TO PRODUCT-MAIL-SWITCH.
       SCAN-ONE-LETTER-PRODUCT-EXIT.
           EXIT.

       WRITE-ACK-LETTER.
           MOVE IMG-CUST-NUM      TO ACKL-CUST-NUM.
           MOVE TODAY-DATE        TO ACKL-LETTER-DATE.
           MOVE HELD-REGION       TO ACKL-REGION.
           MOVE IMG-SALESREP      TO ACKL-SALESREP.
           MOVE IMG-OFFICE        TO ACKL-OFFICE.
           MOVE IMG-CUST-NAME     TO ACKL-CUST-NAME.
           MOVE IMG-COMPANY       TO ACKL-COMPANY.
           MOVE IMG-ADDRESS-1     TO ACKL-ADDRESS-1.
           MOVE IMG-ADDRESS-2     TO ACKL-ADDRESS-2.
           MOVE IMG-CITY          TO ACKL-CITY.
           MOVE IMG-STATE         TO ACKL-STATE.
           WRITE ACK-LETTER-RECORD.
           ADD 1 TO RPT-LETTER-COUNT.
       WRITE-ACK-LETTER-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE-MAILING-LABEL -- A CUSTOMER FILED IN THE FOREIGN
      *    REGION GETS THE FOREIGN LAYOUT, WITH THE AIR MAIL
      *    ENDORSEMENT AND THE COUNTRY CODE ON ITS OWN LINE; EVERY
      *    OTHER CUSTOMER GETS THE DOMESTIC LAYOUT.
      ******************************************************************
       WRITE-MAILING-LABEL.
           MOVE SPACES TO MAILING-LABEL-RECORD.
           MOVE IMG-CUST-NUM TO LABL-CUST-NUM.
           IF HELD-REGION-FOREIGN
               MOVE 'F'                 TO LABL-ADDRESS-TYPE
               MOVE 'PAR AVION - AIR MAIL' TO LABL-F-ENDORSE-LINE
               MOVE IMG-CUST-NAME       TO LABL-F-NAME-LINE
               MOVE IMG-COMPANY         TO LABL-F-COMPANY-LINE
               MOVE IMG-ADDRESS-1       TO LABL-F-STREET-LINE-1
               MOVE IMG-ADDRESS-2       TO LABL-F-STREET-LINE-2
               MOVE IMG-CITY            TO LABL-F-CITY-LINE
               MOVE IMG-STATE           TO LABL-F-COUNTRY-LINE
               ADD 1 TO RPT-FOREIGN-LABEL-COUNT
           ELSE
               MOVE 'D'                 TO LABL-ADDRESS-TYPE
               MOVE IMG-CUST-NAME       TO LABL-NAME-LINE
               MOVE IMG-COMPANY         TO LABL-COMPANY-LINE
               MOVE IMG-ADDRESS-1       TO LABL-STREET-LINE-1
               MOVE IMG-ADDRESS-2       TO LABL-STREET-LINE-2
               MOVE IMG-CITY            TO LABL-CITY
               MOVE IMG-STATE           TO LABL-STATE
               ADD 1 TO RPT-DOMESTIC-LABEL-COUNT.
           WRITE MAILING-LABEL-RECORD.
       WRITE-MAILING-LABEL-EXIT.
           EXIT.

      ******************************************************************
      *    POST-PICK-TABLE -- ADD ONE BROCHURE TO THE PICK-LIST TOTAL
      *    FOR ITS PRODUCT CODE. CODES BEYOND THE 200-ENTRY LIMIT ARE
      *    COUNTED AS OVERFLOW; THEIR LETTERS STILL GO OUT.
      ******************************************************************
       POST-PICK-TABLE.
           MOVE 0 TO PICK-FOUND-SUB.
           PERFORM SCAN-ONE-PICK-ENTRY
               VARYING PICK-SUB FROM 1 BY 1
               UNTIL PICK-SUB GREATER THAN PICK-ENTRY-COUNT
                  OR PICK-FOUND-SUB GREATER THAN 0.
           IF PICK-FOUND-SUB GREATER THAN 0
               ADD 1 TO PT-COUNT(PICK-FOUND-SUB)
               GO TO POST-PICK-TABLE-EXIT.
           IF PICK-ENTRY-COUNT GREATER THAN 199
               ADD 1 TO RPT-TABLE-OVERFLOW-COUNT
               GO TO POST-PICK-TABLE-EXIT.
           ADD 1 TO PICK-ENTRY-COUNT.
           MOVE PROD-CODE        TO PT-PRODUCT(PICK-ENTRY-COUNT).
           MOVE PROD-DESCRIPTION TO PT-DESCRIPTION(PICK-ENTRY-COUNT).
           MOVE 1                TO PT-COUNT(PICK-ENTRY-COUNT).
       POST-PICK-TABLE-EXIT.
           EXIT.

       SCAN-ONE-PICK-ENTRY.
           IF PT-PRODUCT(PICK-SUB) EQUAL PROD-CODE
               MOVE PICK-SUB TO PICK-FOUND-SUB.
       SCAN-ONE-PICK-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    PRINT-PICK-LIST -- EXCHANGE-SORT THE PICK TABLE INTO
      *    PRODUCT CODE ORDER, THE ORDER THE LITERATURE SHELVES ARE
      *    LAID OUT IN, AND PRINT ONE LINE PER CODE WITH A TOTAL.
      ******************************************************************
       PRINT-PICK-LIST.
           MOVE TODAY-DATE TO PL-HEADING-DATE.
           WRITE PICK-LIST-LINE FROM PL-HEADING-1.
           WRITE PICK-LIST-LINE FROM PL-HEADING-2.
           IF PICK-ENTRY-COUNT GREATER THAN 1
               PERFORM RANK-OUTER-PASS
                   VARYING RANK-I FROM 1 BY 1
                   UNTIL RANK-I EQUAL TO PICK-ENTRY-COUNT.
           PERFORM PRINT-ONE-PICK-LINE
               VARYING RANK-I FROM 1 BY 1
               UNTIL RANK-I GREATER THAN PICK-ENTRY-COUNT.
           MOVE RPT-BROCHURE-COUNT TO PL-TOTAL-COUNT.
           WRITE PICK-LIST-LINE FROM PL-TOTAL-LINE.
       PRINT-PICK-LIST-EXIT.
           EXIT.

       RANK-OUTER-PASS.
           COMPUTE RANK-J-START = RANK-I + 1.
           PERFORM RANK-INNER-COMPARE
               VARYING RANK-J FROM RANK-J-START BY 1
               UNTIL RANK-J GREATER THAN PICK-ENTRY-COUNT.
       RANK-OUTER-PASS-EXIT.
           EXIT.

       RANK-INNER-COMPARE.
           IF PT-PRODUCT(RANK-J) LESS THAN PT-PRODUCT(RANK-I)
               MOVE PICK-ENTRY(RANK-I) TO PT-SWAP-ENTRY
               MOVE PICK-ENTRY(RANK-J) TO PICK-ENTRY(RANK-I)
               MOVE PT-SWAP-ENTRY      TO PICK-ENTRY(RANK-J).
       RANK-INNER-COMPARE-EXIT.
           EXIT.

       PRINT-ONE-PICK-LINE.
           MOVE PT-PRODUCT(RANK-I)     TO PL-PRODUCT.
           MOVE PT-DESCRIPTION(RANK-I) TO PL-DESCRIPTION.
           MOVE PT-COUNT(RANK-I)       TO PL-COUNT.
           WRITE PICK-LIST-LINE FROM PL-DETAIL-LINE.
       PRINT-ONE-PICK-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    READ-BUSINESS-DATE -- THE JOURNAL DATE TO FULFILL AND THE
      *    DATE STAMPED ON EVERY LETTER AND LITERATURE-SENT RECORD ARE
      *    TAKEN FROM THE SHARED BUSINESS-DATE RECORD. A MISSING,
      *    EMPTY OR NON-NUMERIC RECORD ABANDONS THE RUN.
      ******************************************************************
       READ-BUSINESS-DATE.
           MOVE 'N' TO BUSINESS-DATE-SWITCH.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDAT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'FULFILL - BUSINESS DATE FILE NOT AVAILABLE - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           READ BUSINESS-DATE-FILE
               AT END MOVE 0 TO PERFORM-FLAG.
           CLOSE BUSINESS-DATE-FILE.
           IF PERFORM-FLAG EQUAL TO 0
               DISPLAY 'FULFILL - BUSINESS DATE FILE EMPTY - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           IF BDAT-PROCESS-DATE NOT NUMERIC
               OR BDAT-PROCESS-DATE EQUAL ZERO
               DISPLAY 'FULFILL - BUSINESS DATE NOT NUMERIC - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE BDAT-PROCESS-DATE TO TODAY-DATE.
           MOVE 'Y' TO BUSINESS-DATE-SWITCH.
       READ-BUSINESS-DATE-EXIT.
           EXIT.

       WRITE-FULFILLMENT-SUMMARY.
           MOVE SPACES TO PICK-LIST-LINE.
           WRITE PICK-LIST-LINE.
           MOVE 'JOURNAL RECORDS READ' TO PL-SUMMARY-LABEL.
           MOVE RPT-JOURNAL-READ-COUNT TO PL-SUMMARY-COUNT.
           WRITE PICK-LIST-LINE FROM PL-SUMMARY-LINE.
           MOVE 'CUSTOMERS ADDED OR MERGED TODAY' TO PL-SUMMARY-LABEL.
           MOVE RPT-CUSTOMER-COUNT TO PL-SUMMARY-COUNT.
           WRITE PICK-LIST-LINE FROM PL-SUMMARY-LINE.
           MOVE 'ACKNOWLEDGEMENT LETTERS WRITTEN' TO PL-SUMMARY-LABEL.
           MOVE RPT-LETTER-COUNT TO PL-SUMMARY-COUNT.
           WRITE PICK-LIST-LINE FROM PL-SUMMARY-LINE.
           MOVE 'DOMESTIC LABELS WRITTEN' TO PL-SUMMARY-LABEL.
           MOVE RPT-DOMESTIC-LABEL-COUNT TO PL-SUMMARY-COUNT.
           WRITE PICK-LIST-LINE FROM PL-SUMMARY-LINE.
           MOVE 'FOREIGN LABELS WRITTEN' TO PL-SUMMARY-LABEL.
           MOVE RPT-FOREIGN-LABEL-COUNT TO PL-SUMMARY-COUNT.
           WRITE PICK-LIST-LINE FROM PL-SUMMARY-LINE.
           MOVE 'CUSTOMERS WITH NOTHING NEW TO SEND' TO
               PL-SUMMARY-LABEL.
           MOVE RPT-NOTHING-NEW-COUNT TO PL-SUMMARY-COUNT.
           WRITE PICK-LIST-LINE FROM PL-SUMMARY-LINE.
           MOVE 'CUSTOMERS DELETED SAME DAY' TO PL-SUMMARY-LABEL.
           MOVE RPT-DELETED-COUNT TO PL-SUMMARY-COUNT.
           WRITE PICK-LIST-LINE FROM PL-SUMMARY-LINE.
           MOVE 'PRODUCTS ALREADY SENT - SKIPPED' TO PL-SUMMARY-LABEL.
           MOVE RPT-ALREADY-SENT-COUNT TO PL-SUMMARY-COUNT.
           WRITE PICK-LIST-LINE FROM PL-SUMMARY-LINE.
           MOVE 'PRODUCTS NOT ON MASTER - SKIPPED' TO PL-SUMMARY-LABEL.
           MOVE RPT-NOT-ON-MASTER-COUNT TO PL-SUMMARY-COUNT.
           WRITE PICK-LIST-LINE FROM PL-SUMMARY-LINE.
           MOVE 'PRODUCTS OVER PICK-LIST LIMIT' TO PL-SUMMARY-LABEL.
           MOVE RPT-TABLE-OVERFLOW-COUNT TO PL-SUMMARY-COUNT.
           WRITE PICK-LIST-LINE FROM PL-SUMMARY-LINE.
       WRITE-FULFILLMENT-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      *    PROGRAM-TERMINATOR -- EVERY JOURNAL ENTRY RELEASED MUST COME
      *    BACK FROM THE SORT.
      ******************************************************************
       PROGRAM-TERMINATOR.
           IF RPT-RETURN-COUNT NOT EQUAL RPT-RELEASE-COUNT
               DISPLAY 'FULFILL - CONTROL TOTAL MISMATCH - '
                   RPT-RELEASE-COUNT ' RELEASED VS '
                   RPT-RETURN-COUNT  ' RETURNED'
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY 'FULFILL - CONTROL TOTALS RECONCILE - '
                   RPT-LETTER-COUNT ' LETTERS, '
                   RPT-BROCHURE-COUNT ' BROCHURES'
               MOVE 0 TO RETURN-CODE.
       PROGRAM-TERMINATOR-EXIT.
           EXIT.
