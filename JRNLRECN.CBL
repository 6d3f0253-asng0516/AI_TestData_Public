       IDENTIFICATION DIVISION.
       PROGRAM-ID.  JRNLRECN.
       AUTHOR.  DATA PROCESSING.

      ****************************************************************
      *
      *            JRNLRECN.CBL
      *
      *         WEEKLY RECONCILIATION OF THE CUSTOMER HISTORY JOURNAL
      *         AGAINST THE FOUR REGION FILES. REGNRCVR REPLAYS THE
      *         JOURNAL AND DLTAEXTR SHIPS IT TO THE WAREHOUSE, BOTH
      *         ON THE ASSUMPTION THAT EVERY CHANGE TO A REGION FILE
      *         WAS JOURNALED. THIS RUN PROVES IT.
      *
      *         THE JRNLARCH ARCHIVE GENERATIONS, CONCATENATED OLDEST
      *         FIRST ON THEIR DD, ARE READ AHEAD OF THE LIVE JOURNAL
      *         AS HISTRPT READS THEM, AND EVERY AFTER-IMAGE AND EVERY
      *         DELETE IS SORTED BY REGION AND CUSTOMER IN THE ORDER
      *         IT WAS WRITTEN. THE LAST ENTRY OF EACH CUSTOMER IS
      *         THEN ITS LAST JOURNALED STATE, AND IS MATCHED AGAINST
      *         A SEQUENTIAL PASS OF THE REGION FILE IT NAMES. THE
      *         EXCEPTIONS LISTED ARE:
      *           - A CUSTOMER ON FILE WITH NO JOURNAL HISTORY,
      *           - A CUSTOMER THE JOURNAL SAYS WAS DELETED WHO IS
      *             STILL ON FILE,
      *           - A RECORD WHOSE CONTENTS DIFFER FROM THE LAST
      *             AFTER-IMAGE JOURNALED FOR IT,
      *           - A CUSTOMER THE JOURNAL SAYS IS ON FILE WHO IS
      *             NOT THERE.
      *         ALL ARCHIVE GENERATIONS STILL KEPT MUST BE ON THE
      *         JRNLARCH DD, OR CUSTOMERS NOT TOUCHED SINCE THE
      *         MISSING GENERATION WILL SHOW AS HAVING NO HISTORY.
      *
      *         THE PROGRAM ENDS WITH RETURN-CODE 16 WHEN ANY
      *         EXCEPTION IS FOUND SO THE SCHEDULER FLAGS THE RUN,
      *         THE SAME WAY REGAUDIT FLAGS AN INTEGRITY EXCEPTION.
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

      * INPUT CUSTOMER HISTORY JOURNAL - WRITTEN BY EVERY REGION UPDATER
           SELECT HISTORY-JOURNAL ASSIGN HISTJRNL
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS JRNL-FILE-STATUS.

      * INPUT JRNLARCH ARCHIVE GENERATIONS, CONCATENATED OLDEST FIRST
           SELECT JOURNAL-ARCHIVE ASSIGN JRNLARCH
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.

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

      * OUTPUT JOURNAL-TO-REGION RECONCILIATION EXCEPTION REPORT
           SELECT RECON-REPORT ASSIGN RECNRPT
               ORGANIZATION SEQUENTIAL.

      * SHARED BUSINESS-DATE CONTROL RECORD - ROLLED BY BDATROLL
           SELECT BUSINESS-DATE-FILE ASSIGN BUSDATE
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS BDAT-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.

       COPY 'JRCNFS'.

       WORKING-STORAGE SECTION.

       01  PERFORM-FLAG                PIC 9      VALUE 1.

       01  FOREIGN-FILE-STATUS         PIC X(02).
       01  EAST-FILE-STATUS            PIC X(02).
       01  WEST-FILE-STATUS            PIC X(02).
       01  CENTRAL-FILE-STATUS         PIC X(02).
       01  JRNL-FILE-STATUS            PIC X(02).
       01  ARCH-FILE-STATUS            PIC X(02).
       01  RUNC-FILE-STATUS            PIC X(02).
       01  BDAT-FILE-STATUS            PIC X(02).

       01  INTERLOCK-OK-SWITCH         PIC X(01)  VALUE 'N'.
           88  RUN-MAY-PROCEED                    VALUE 'Y'.

       01  BUSINESS-DATE-SWITCH        PIC X(01)  VALUE 'N'.
           88  BUSINESS-DATE-IS-VALID             VALUE 'Y'.

       01  REGION-FILES-SWITCH         PIC X(01)  VALUE 'N'.
           88  REGION-FILES-ARE-OPEN              VALUE 'Y'.

       01  TODAY-DATE                  PIC 9(08)  VALUE 0.

       01  RPT-ARCHIVE-READ-COUNT      PIC 9(07)  VALUE 0.
       01  RPT-JOURNAL-READ-COUNT      PIC 9(07)  VALUE 0.
       01  RPT-RELEASE-COUNT           PIC 9(07)  VALUE 0.
       01  RPT-RETURN-COUNT            PIC 9(07)  VALUE 0.
       01  RPT-FOREIGN-READ-COUNT      PIC 9(07)  VALUE 0.
       01  RPT-EAST-READ-COUNT         PIC 9(07)  VALUE 0.
       01  RPT-WEST-READ-COUNT         PIC 9(07)  VALUE 0.
       01  RPT-CENTRAL-READ-COUNT      PIC 9(07)  VALUE 0.
       01  RPT-AGREED-COUNT            PIC 9(07)  VALUE 0.
       01  RPT-GONE-AGREED-COUNT       PIC 9(07)  VALUE 0.
       01  RPT-NO-HISTORY-COUNT        PIC 9(07)  VALUE 0.
       01  RPT-STILL-ON-FILE-COUNT     PIC 9(07)  VALUE 0.
       01  RPT-DIFFERS-COUNT           PIC 9(07)  VALUE 0.
       01  RPT-NOT-ON-FILE-COUNT       PIC 9(07)  VALUE 0.
       01  RPT-BAD-REGION-COUNT        PIC 9(07)  VALUE 0.
       01  RPT-EXCEPTION-COUNT         PIC 9(07)  VALUE 0.

      *    THE NEXT CUSTOMER NUMBER WAITING ON EACH REGION FILE IN
      *    THE MATCHING PASS; HIGH-VALUES ONCE THE FILE IS USED UP.
       01  NEXT-FOREIGN-KEY            PIC X(05)  VALUE SPACES.
       01  NEXT-EAST-KEY               PIC X(05)  VALUE SPACES.
       01  NEXT-WEST-KEY               PIC X(05)  VALUE SPACES.
       01  NEXT-CENTRAL-KEY            PIC X(05)  VALUE SPACES.

      *    THE LAST JOURNAL ENTRY SEEN FOR THE CUSTOMER IN HAND.
       01  HELD-ENTRY-AREA.
           05  HELD-REGION             PIC X(01).
           05  HELD-CUST-NUM           PIC X(05).
           05  HELD-RUN-DATE           PIC 9(08).
           05  HELD-PROGRAM            PIC X(08).
           05  HELD-ACTION             PIC X(01).
               88  HELD-ACTION-DELETE             VALUE 'D'.
           05  HELD-IMAGE              PIC X(350).

      *    THE REGION RECORD AS IT STANDS ON FILE, PADDED TO THE FULL
      *    IMAGE LENGTH THE SAME WAY THE JOURNALING PROGRAMS PAD IT,
      *    SO THE TWO COMPARE BYTE FOR BYTE.
       01  FILE-IMAGE                  PIC X(350).

       01  JR-HEADING-1.
           05  FILLER                  PIC X(50)
               VALUE 'JRNLRECN - JOURNAL TO REGION FILE RECONCILIATION'.
           05  FILLER                  PIC X(14)
               VALUE 'BUSINESS DATE '.
           05  JR-HEADING-DATE         PIC 9(08).

       01  JR-HEADING-2.
           05  FILLER                  PIC X(51)  VALUE
               'REGION   CUST-NUM  EXCEPTION'.
           05  FILLER                  PIC X(19)  VALUE
               'LAST-JRNL PROGRAM'.

       01  JR-DETAIL-LINE.
           05  JR-REGION               PIC X(07).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  JR-CUST-NUM             PIC X(05).
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  JR-EXCEPTION            PIC X(32).
           05  JR-LAST-DATE            PIC X(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  JR-LAST-PROGRAM         PIC X(08).

       01  JR-SUMMARY-LINE.
           05  JR-SUMMARY-LABEL        PIC X(35).
           05  JR-SUMMARY-COUNT        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAINLINE-PARAGRAPH.
           PERFORM CHECK-RUN-CONTROL THRU CHECK-RUN-CONTROL-EXIT.
           IF NOT RUN-MAY-PROCEED
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
           IF NOT BUSINESS-DATE-IS-VALID
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM OPEN-REGION-FILES THRU OPEN-REGION-FILES-EXIT.
           IF NOT REGION-FILES-ARE-OPEN
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RECON-REPORT.
           MOVE TODAY-DATE TO JR-HEADING-DATE.
           WRITE RECON-REPORT-LINE FROM JR-HEADING-1.
           WRITE RECON-REPORT-LINE FROM JR-HEADING-2.
           SORT SORT-FILE ON ASCENDING KEY JSRT-REGION
                                           JSRT-CUST-NUM
                                           JSRT-ARRIVAL
               INPUT  PROCEDURE IS GATHER-JOURNAL-HISTORY
                                THRU GATHER-JOURNAL-HISTORY-EXIT
               OUTPUT PROCEDURE IS RECONCILE-REGION-FILES.
           PERFORM WRITE-RECON-SUMMARY THRU WRITE-RECON-SUMMARY-EXIT.
           CLOSE FOREIGN-REGION EAST-REGION WEST-REGION
                 CENTRAL-REGION RECON-REPORT.
           PERFORM PROGRAM-TERMINATOR THRU PROGRAM-TERMINATOR-EXIT.
           STOP RUN.

      ******************************************************************
      *    GATHER-JOURNAL-HISTORY -- RELEASE EVERY AFTER-IMAGE AND
      *    EVERY DELETE, ARCHIVE GENERATIONS FIRST AND THEN THE LIVE
      *    JOURNAL, NUMBERED IN THE ORDER READ SO THE SORT KEEPS EACH
      *    CUSTOMER'S ENTRIES IN THE ORDER THEY WERE WRITTEN. THE
      *    BEFORE-IMAGE AHEAD OF A REWRITE IS AUDIT TRAIL ONLY AND IS
      *    SKIPPED, AS REGNRCVR SKIPS IT. A DUMMY OR ABSENT ARCHIVE DD
      *    SKIPS THE ARCHIVE PASS.
      ******************************************************************
       GATHER-JOURNAL-HISTORY.
           OPEN INPUT JOURNAL-ARCHIVE.
           IF ARCH-FILE-STATUS EQUAL '00'
               MOVE 1 TO PERFORM-FLAG
               PERFORM GATHER-ONE-ARCHIVE-ENTRY
                   THRU GATHER-ONE-ARCHIVE-ENTRY-EXIT
                   UNTIL PERFORM-FLAG EQUAL TO 0
               CLOSE JOURNAL-ARCHIVE.
           OPEN INPUT HISTORY-JOURNAL.
           IF JRNL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'JRNLRECN - HISTORY JOURNAL NOT AVAILABLE - '
                   'ARCHIVE HISTORY ONLY'
               GO TO GATHER-JOURNAL-HISTORY-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           PERFORM GATHER-ONE-JOURNAL-ENTRY
               THRU GATHER-ONE-JOURNAL-ENTRY-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
           CLOSE HISTORY-JOURNAL.
       GATHER-JOURNAL-HISTORY-EXIT.
           EXIT.

       GATHER-ONE-ARCHIVE-ENTRY.
           READ JOURNAL-ARCHIVE
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO GATHER-ONE-ARCHIVE-ENTRY-EXIT.
           IF NOT JARC-IS-DETAIL
               GO TO GATHER-ONE-ARCHIVE-ENTRY-EXIT.
           ADD 1 TO RPT-ARCHIVE-READ-COUNT.
           MOVE JARC-IMAGE TO JOURNAL-RECORD.
           PERFORM RELEASE-JOURNAL-ENTRY
               THRU RELEASE-JOURNAL-ENTRY-EXIT.
       GATHER-ONE-ARCHIVE-ENTRY-EXIT.
           EXIT.

       GATHER-ONE-JOURNAL-ENTRY.
           READ HISTORY-JOURNAL
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO GATHER-ONE-JOURNAL-ENTRY-EXIT.
           ADD 1 TO RPT-JOURNAL-READ-COUNT.
           PERFORM RELEASE-JOURNAL-ENTRY
               THRU RELEASE-JOURNAL-ENTRY-EXIT.
       GATHER-ONE-JOURNAL-ENTRY-EXIT.
           EXIT.

       RELEASE-JOURNAL-ENTRY.
           IF JRNL-BEFORE-IMAGE AND NOT JRNL-ACTION-DELETE
               GO TO RELEASE-JOURNAL-ENTRY-EXIT.
           MOVE JRNL-REGION       TO JSRT-REGION.
           MOVE JRNL-CUST-NUM     TO JSRT-CUST-NUM.
           MOVE JRNL-RUN-DATE     TO JSRT-RUN-DATE.
           MOVE JRNL-PROGRAM      TO JSRT-PROGRAM.
           MOVE JRNL-ACTION       TO JSRT-ACTION.
           MOVE JRNL-RECORD-IMAGE TO JSRT-IMAGE.
           ADD 1 TO RPT-RELEASE-COUNT.
           MOVE RPT-RELEASE-COUNT TO JSRT-ARRIVAL.
           RELEASE SORT-RECORD.
       RELEASE-JOURNAL-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    RECONCILE-REGION-FILES -- CONTROL-BREAK PASS OVER THE
      *    SORTED ENTRIES. THE LAST ENTRY OF EACH REGION AND CUSTOMER
      *    IS HELD, AND AT THE CHANGE OF CUSTOMER IT IS MATCHED
      *    AGAINST THE REGION FILE IT NAMES. EACH REGION FILE IS READ
      *    FORWARD IN CUSTOMER ORDER ALONGSIDE THE SORTED ENTRIES, SO
      *    ANY RECORD PASSED OVER ON THE WAY HAS NO HISTORY AT ALL,
      *    AND WHATEVER IS LEFT ON A FILE AFTER THE LAST ENTRY IS THE
      *    SAME.
      ******************************************************************
       RECONCILE-REGION-FILES.
           PERFORM POSITION-REGION-FILES
               THRU POSITION-REGION-FILES-EXIT.
           MOVE SPACES TO HELD-ENTRY-AREA.
           MOVE 1 TO PERFORM-FLAG.
           PERFORM RETURN-ONE-ENTRY THRU RETURN-ONE-ENTRY-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
           IF HELD-CUST-NUM NOT EQUAL SPACES
               PERFORM MATCH-HELD-CUSTOMER
                   THRU MATCH-HELD-CUSTOMER-EXIT.
           MOVE HIGH-VALUES TO HELD-CUST-NUM.
           PERFORM MATCH-FOREIGN-CUSTOMER
               THRU MATCH-FOREIGN-CUSTOMER-EXIT.
           PERFORM MATCH-EAST-CUSTOMER
               THRU MATCH-EAST-CUSTOMER-EXIT.
           PERFORM MATCH-WEST-CUSTOMER
               THRU MATCH-WEST-CUSTOMER-EXIT.
           PERFORM MATCH-CENTRAL-CUSTOMER
               THRU MATCH-CENTRAL-CUSTOMER-EXIT.
       RECONCILE-REGION-FILES-EXIT.
           EXIT.

       RETURN-ONE-ENTRY.
           RETURN SORT-FILE
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO RETURN-ONE-ENTRY-EXIT.
           ADD 1 TO RPT-RETURN-COUNT.
           IF JSRT-REGION NOT EQUAL HELD-REGION
               OR JSRT-CUST-NUM NOT EQUAL HELD-CUST-NUM
               IF HELD-CUST-NUM NOT EQUAL SPACES
                   PERFORM MATCH-HELD-CUSTOMER
                       THRU MATCH-HELD-CUSTOMER-EXIT.
           MOVE JSRT-REGION   TO HELD-REGION.
           MOVE JSRT-CUST-NUM TO HELD-CUST-NUM.
           MOVE JSRT-RUN-DATE TO HELD-RUN-DATE.
           MOVE JSRT-PROGRAM  TO HELD-PROGRAM.
           MOVE JSRT-ACTION   TO HELD-ACTION.
           MOVE JSRT-IMAGE    TO HELD-IMAGE.
       RETURN-ONE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    POSITION-REGION-FILES -- START EACH REGION FILE AT ITS
      *    FIRST CUSTOMER AND READ THAT CUSTOMER IN. AN EMPTY FILE
      *    STARTS WITH ITS NEXT KEY AT HIGH-VALUES.
      ******************************************************************
       POSITION-REGION-FILES.
           MOVE LOW-VALUES TO FOREIGN-CUST-NUM.
           MOVE SPACES TO NEXT-FOREIGN-KEY.
           START FOREIGN-REGION KEY IS NOT LESS THAN FOREIGN-CUST-NUM
               INVALID KEY
               MOVE HIGH-VALUES TO NEXT-FOREIGN-KEY.
           IF NEXT-FOREIGN-KEY NOT EQUAL HIGH-VALUES
               PERFORM READ-NEXT-FOREIGN THRU READ-NEXT-FOREIGN-EXIT.
           MOVE LOW-VALUES TO EAST-CUST-NUM.
           MOVE SPACES TO NEXT-EAST-KEY.
           START EAST-REGION KEY IS NOT LESS THAN EAST-CUST-NUM
               INVALID KEY
               MOVE HIGH-VALUES TO NEXT-EAST-KEY.
           IF NEXT-EAST-KEY NOT EQUAL HIGH-VALUES
               PERFORM READ-NEXT-EAST THRU READ-NEXT-EAST-EXIT.
           MOVE LOW-VALUES TO WEST-CUST-NUM.
           MOVE SPACES TO NEXT-WEST-KEY.
           START WEST-REGION KEY IS NOT LESS THAN WEST-CUST-NUM
               INVALID KEY
               MOVE HIGH-VALUES TO NEXT-WEST-KEY.
           IF NEXT-WEST-KEY NOT EQUAL HIGH-VALUES
               PERFORM READ-NEXT-WEST THRU READ-NEXT-WEST-EXIT.
           MOVE LOW-VALUES TO CNTR-CUST-NUM.
           MOVE SPACES TO NEXT-CENTRAL-KEY.
           START CENTRAL-REGION KEY IS NOT LESS THAN CNTR-CUST-NUM
               INVALID KEY
               MOVE HIGH-VALUES TO NEXT-CENTRAL-KEY.
           IF NEXT-CENTRAL-KEY NOT EQUAL HIGH-VALUES
               PERFORM READ-NEXT-CENTRAL THRU READ-NEXT-CENTRAL-EXIT.
       POSITION-REGION-FILES-EXIT.
           EXIT.

       READ-NEXT-FOREIGN.
           READ FOREIGN-REGION NEXT RECORD
               AT END
               MOVE HIGH-VALUES TO NEXT-FOREIGN-KEY
               GO TO READ-NEXT-FOREIGN-EXIT.
           ADD 1 TO RPT-FOREIGN-READ-COUNT.
           MOVE FOREIGN-CUST-NUM TO NEXT-FOREIGN-KEY.
       READ-NEXT-FOREIGN-EXIT.
           EXIT.

       READ-NEXT-EAST.
           READ EAST-REGION NEXT RECORD
               AT END
               MOVE HIGH-VALUES TO NEXT-EAST-KEY
               GO TO READ-NEXT-EAST-EXIT.
           ADD 1 TO RPT-EAST-READ-COUNT.
           MOVE EAST-CUST-NUM TO NEXT-EAST-KEY.
       READ-NEXT-EAST-EXIT.
           EXIT.

       READ-NEXT-WEST.
           READ WEST-REGION NEXT RECORD
               AT END
               MOVE HIGH-VALUES TO NEXT-WEST-KEY
               GO TO READ-NEXT-WEST-EXIT.
           ADD 1 TO RPT-WEST-READ-COUNT.
           MOVE WEST-CUST-NUM TO NEXT-WEST-KEY.
       READ-NEXT-WEST-EXIT.
           EXIT.

       READ-NEXT-CENTRAL.
           READ CENTRAL-REGION NEXT RECORD
               AT END
               MOVE HIGH-VALUES TO NEXT-CENTRAL-KEY
               GO TO READ-NEXT-CENTRAL-EXIT.
           ADD 1 TO RPT-CENTRAL-READ-COUNT.
           MOVE CNTR-CUST-NUM TO NEXT-CENTRAL-KEY.
       READ-NEXT-CENTRAL-EXIT.
           EXIT.

      ******************************************************************
      *    MATCH-HELD-CUSTOMER -- SEND THE HELD CUSTOMER TO THE
      *    MATCHING PARAGRAPH FOR ITS REGION. AN ENTRY CARRYING NO
      *    KNOWN REGION CODE CANNOT BE MATCHED AND IS ITSELF LISTED.
      ******************************************************************
       MATCH-HELD-CUSTOMER.
           IF HELD-REGION EQUAL 'F'
               PERFORM MATCH-FOREIGN-CUSTOMER
                   THRU MATCH-FOREIGN-CUSTOMER-EXIT
           ELSE
           IF HELD-REGION EQUAL 'E'
               PERFORM MATCH-EAST-CUSTOMER
                   THRU MATCH-EAST-CUSTOMER-EXIT
           ELSE
           IF HELD-REGION EQUAL 'W'
               PERFORM MATCH-WEST-CUSTOMER
                   THRU MATCH-WEST-CUSTOMER-EXIT
           ELSE
           IF HELD-REGION EQUAL 'C'
               PERFORM MATCH-CENTRAL-CUSTOMER
                   THRU MATCH-CENTRAL-CUSTOMER-EXIT
           ELSE
               MOVE HELD-REGION   TO JR-REGION
               MOVE HELD-CUST-NUM TO JR-CUST-NUM
               MOVE 'JOURNAL REGION CODE NOT VALID' TO JR-EXCEPTION
               PERFORM WRITE-HELD-EXCEPTION
                   THRU WRITE-HELD-EXCEPTION-EXIT
               ADD 1 TO RPT-BAD-REGION-COUNT.
       MATCH-HELD-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      *    MATCH-FOREIGN-CUSTOMER -- EVERY FOREIGN-REGION RECORD AHEAD
      *    OF THE HELD CUSTOMER HAS NO JOURNAL HISTORY. THEN EITHER
      *    THE FILE HOLDS THE HELD CUSTOMER AND THE RECORD IS CHECKED
      *    AGAINST THE LAST ENTRY, OR IT DOES NOT AND THE LAST ENTRY
      *    HAD BETTER BE A DELETE. CALLED WITH HIGH-VALUES HELD AT
      *    THE END OF THE SORT, IT LISTS THE REST OF THE FILE.
      ******************************************************************
       MATCH-FOREIGN-CUSTOMER.
           MOVE 'FOREIGN' TO JR-REGION.
           PERFORM UNJOURNALED-FOREIGN THRU UNJOURNALED-FOREIGN-EXIT
               UNTIL NEXT-FOREIGN-KEY NOT LESS THAN HELD-CUST-NUM.
           IF HELD-CUST-NUM EQUAL HIGH-VALUES
               GO TO MATCH-FOREIGN-CUSTOMER-EXIT.
           IF NEXT-FOREIGN-KEY NOT EQUAL HELD-CUST-NUM
               PERFORM CHECK-NOT-ON-FILE THRU CHECK-NOT-ON-FILE-EXIT
               GO TO MATCH-FOREIGN-CUSTOMER-EXIT.
           MOVE FOREIGN-REGION-RECORD TO FILE-IMAGE.
           PERFORM CHECK-ON-FILE THRU CHECK-ON-FILE-EXIT.
           PERFORM READ-NEXT-FOREIGN THRU READ-NEXT-FOREIGN-EXIT.
       MATCH-FOREIGN-CUSTOMER-EXIT.
           EXIT.

       UNJOURNALED-FOREIGN.
           MOVE NEXT-FOREIGN-KEY TO JR-CUST-NUM.
           PERFORM WRITE-NO-HISTORY THRU WRITE-NO-HISTORY-EXIT.
           PERFORM READ-NEXT-FOREIGN THRU READ-NEXT-FOREIGN-EXIT.
       UNJOURNALED-FOREIGN-EXIT.
           EXIT.

      ******************************************************************
      *    MATCH-EAST-CUSTOMER -- SAME PATTERN AS
      *    MATCH-FOREIGN-CUSTOMER, FOR EAST-REGION.
      ******************************************************************
       MATCH-EAST-CUSTOMER.
           MOVE 'EAST' TO JR-REGION.
           PERFORM UNJOURNALED-EAST THRU UNJOURNALED-EAST-EXIT
               UNTIL NEXT-EAST-KEY NOT LESS THAN HELD-CUST-NUM.
           IF HELD-CUST-NUM EQUAL HIGH-VALUES
               GO TO MATCH-EAST-CUSTOMER-EXIT.
           IF NEXT-EAST-KEY NOT EQUAL HELD-CUST-NUM
               PERFORM CHECK-NOT-ON-FILE THRU CHECK-NOT-ON-FILE-EXIT
               GO TO MATCH-EAST-CUSTOMER-EXIT.
           MOVE EAST-REGION-RECORD TO FILE-IMAGE.
           PERFORM CHECK-ON-FILE THRU CHECK-ON-FILE-EXIT.
           PERFORM READ-NEXT-EAST THRU READ-NEXT-EAST-EXIT.
       MATCH-EAST-CUSTOMER-EXIT.
           EXIT.

       UNJOURNALED-EAST.
           MOVE NEXT-EAST-KEY TO JR-CUST-NUM.
           PERFORM WRITE-NO-HISTORY THRU WRITE-NO-HISTORY-EXIT.
           PERFORM READ-NEXT-EAST THRU READ-NEXT-EAST-EXIT.
       UNJOURNALED-EAST-EXIT.
           EXIT.

      ******************************************************************
      *    MATCH-WEST-CUSTOMER -- SAME PATTERN AS
      *    MATCH-FOREIGN-CUSTOMER, FOR WEST-REGION.
      ******************************************************************
       MATCH-WEST-CUSTOMER.
           MOVE 'WEST' TO JR-REGION.
           PERFORM UNJOURNALED-WEST THRU UNJOURNALED-WEST-EXIT
               UNTIL NEXT-WEST-KEY NOT LESS THAN HELD-CUST-NUM.
           IF HELD-CUST-NUM EQUAL HIGH-VALUES
               GO TO MATCH-WEST-CUSTOMER-EXIT.
           IF NEXT-WEST-KEY NOT EQUAL HELD-CUST-NUM
               PERFORM CHECK-NOT-ON-FILE THRU CHECK-NOT-ON-FILE-EXIT
               GO TO MATCH-WEST-CUSTOMER-EXIT.
           MOVE WEST-REGION-RECORD TO FILE-IMAGE.
           PERFORM CHECK-ON-FILE THRU CHECK-ON-FILE-EXIT.
           PERFORM READ-NEXT-WEST THRU READ-NEXT-WEST-EXIT.
       MATCH-WEST-CUSTOMER-EXIT.
           EXIT.

       UNJOURNALED-WEST.
           MOVE NEXT-WEST-KEY TO JR-CUST-NUM.
           PERFORM WRITE-NO-HISTORY THRU WRITE-NO-HISTORY-EXIT.
           PERFORM READ-NEXT-WEST THRU READ-NEXT-WEST-EXIT.
       UNJOURNALED-WEST-EXIT.
           EXIT.

      ******************************************************************
      *    MATCH-CENTRAL-CUSTOMER -- SAME PATTERN AS
      *    MATCH-FOREIGN-CUSTOMER, FOR CENTRAL-REGION.
      ******************************************************************
       MATCH-CENTRAL-CUSTOMER.
           MOVE 'CENTRAL' TO JR-REGION.
           PERFORM UNJOURNALED-CENTRAL THRU UNJOURNALED-CENTRAL-EXIT
               UNTIL NEXT-CENTRAL-KEY NOT LESS THAN HELD-CUST-NUM.
           IF HELD-CUST-NUM EQUAL HIGH-VALUES
               GO TO MATCH-CENTRAL-CUSTOMER-EXIT.
           IF NEXT-CENTRAL-KEY NOT EQUAL HELD-CUST-NUM
               PERFORM CHECK-NOT-ON-FILE THRU CHECK-NOT-ON-FILE-EXIT
               GO TO MATCH-CENTRAL-CUSTOMER-EXIT.
           MOVE CENTRAL-REGION-RECORD TO FILE-IMAGE.
           PERFORM CHECK-ON-FILE THRU CHECK-ON-FILE-EXIT.
           PERFORM READ-NEXT-CENTRAL THRU READ-NEXT-CENTRAL-EXIT.
       MATCH-CENTRAL-CUSTOMER-EXIT.
           EXIT.

       UNJOURNALED-CENTRAL.
           MOVE NEXT-CENTRAL-KEY TO JR-CUST-NUM.
           PERFORM WRITE-NO-HISTORY THRU WRITE-NO-HISTORY-EXIT.
           PERFORM READ-NEXT-CENTRAL THRU READ-NEXT-CENTRAL-EXIT.
       UNJOURNALED-CENTRAL-EXIT.
           EXIT.

      ******************************************************************
      *    CHECK-ON-FILE -- THE HELD CUSTOMER IS ON ITS REGION FILE.
      *    IF THE LAST ENTRY WAS A DELETE THE DELETE NEVER TOOK OR
      *    THE CUSTOMER WAS PUT BACK UNJOURNALED; OTHERWISE THE RECORD
      *    MUST MATCH THE LAST AFTER-IMAGE EXACTLY.
      ******************************************************************
       CHECK-ON-FILE.
           MOVE HELD-CUST-NUM TO JR-CUST-NUM.
           IF HELD-ACTION-DELETE
               MOVE 'DELETED PER JOURNAL - ON FILE' TO JR-EXCEPTION
               PERFORM WRITE-HELD-EXCEPTION
                   THRU WRITE-HELD-EXCEPTION-EXIT
               ADD 1 TO RPT-STILL-ON-FILE-COUNT
               GO TO CHECK-ON-FILE-EXIT.
           IF FILE-IMAGE NOT EQUAL HELD-IMAGE
               MOVE 'CONTENTS DIFFER FROM LAST IMAGE' TO JR-EXCEPTION
               PERFORM WRITE-HELD-EXCEPTION
                   THRU WRITE-HELD-EXCEPTION-EXIT
               ADD 1 TO RPT-DIFFERS-COUNT
               GO TO CHECK-ON-FILE-EXIT.
           ADD 1 TO RPT-AGREED-COUNT.
       CHECK-ON-FILE-EXIT.
           EXIT.

      ******************************************************************
      *    CHECK-NOT-ON-FILE -- THE HELD CUSTOMER IS NOT ON ITS REGION
      *    FILE. THAT AGREES WITH A LAST ENTRY THAT WAS A DELETE; ANY
      *    OTHER LAST ENTRY MEANS THE RECORD WENT WITHOUT A JOURNALED
      *    DELETE.
      ******************************************************************
       CHECK-NOT-ON-FILE.
           MOVE HELD-CUST-NUM TO JR-CUST-NUM.
           IF HELD-ACTION-DELETE
               ADD 1 TO RPT-GONE-AGREED-COUNT
               GO TO CHECK-NOT-ON-FILE-EXIT.
           MOVE 'JOURNALED BUT NOT ON FILE' TO JR-EXCEPTION.
           PERFORM WRITE-HELD-EXCEPTION THRU WRITE-HELD-EXCEPTION-EXIT.
           ADD 1 TO RPT-NOT-ON-FILE-COUNT.
       CHECK-NOT-ON-FILE-EXIT.
           EXIT.

       WRITE-NO-HISTORY.
           MOVE 'ON FILE WITH NO JOURNAL HISTORY' TO JR-EXCEPTION.
           MOVE SPACES TO JR-LAST-DATE JR-LAST-PROGRAM.
           WRITE RECON-REPORT-LINE FROM JR-DETAIL-LINE.
           ADD 1 TO RPT-NO-HISTORY-COUNT.
           ADD 1 TO RPT-EXCEPTION-COUNT.
       WRITE-NO-HISTORY-EXIT.
           EXIT.

       WRITE-HELD-EXCEPTION.
           MOVE HELD-RUN-DATE TO JR-LAST-DATE.
           MOVE HELD-PROGRAM  TO JR-LAST-PROGRAM.
           WRITE RECON-REPORT-LINE FROM JR-DETAIL-LINE.
           ADD 1 TO RPT-EXCEPTION-COUNT.
       WRITE-HELD-EXCEPTION-EXIT.
           EXIT.

       WRITE-RECON-SUMMARY.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE 'ARCHIVE ENTRIES READ' TO JR-SUMMARY-LABEL.
           MOVE RPT-ARCHIVE-READ-COUNT TO JR-SUMMARY-COUNT.
           WRITE RECON-REPORT-LINE FROM JR-SUMMARY-LINE.
           MOVE 'LIVE JOURNAL ENTRIES READ' TO JR-SUMMARY-LABEL.
           MOVE RPT-JOURNAL-READ-COUNT TO JR-SUMMARY-COUNT.
           WRITE RECON-REPORT-LINE FROM JR-SUMMARY-LINE.
           MOVE 'IMAGES AND DELETES SORTED' TO JR-SUMMARY-LABEL.
           MOVE RPT-RELEASE-COUNT TO JR-SUMMARY-COUNT.
           WRITE RECON-REPORT-LINE FROM JR-SUMMARY-LINE.
           MOVE 'FOREIGN-REGION RECORDS READ' TO JR-SUMMARY-LABEL.
           MOVE RPT-FOREIGN-READ-COUNT TO JR-SUMMARY-COUNT.
           WRITE RECON-REPORT-LINE FROM JR-SUMMARY-LINE.
           MOVE 'EAST-REGION RECORDS READ' TO JR-SUMMARY-LABEL.
           MOVE RPT-EAST-READ-COUNT TO JR-SUMMARY-COUNT.
           WRITE RECON-REPORT-LINE FROM JR-SUMMARY-LINE.
           MOVE 'WEST-REGION RECORDS READ' TO JR-SUMMARY-LABEL.
           MOVE RPT-WEST-READ-COUNT TO JR-SUMMARY-COUNT.
           WRITE RECON-REPORT-LINE FROM JR-SUMMARY-LINE.
           MOVE 'CENTRAL-REGION RECORDS READ' TO JR-SUMMARY-LABEL.
           MOVE RPT-CENTRAL-READ-COUNT TO JR-SUMMARY-COUNT.
           WRITE RECON-REPORT-LINE FROM JR-SUMMARY-LINE.
           MOVE 'RECORDS AGREEING WITH JOURNAL' TO JR-SUMMARY-LABEL.
           MOVE RPT-AGREED-COUNT TO JR-SUMMARY-COUNT.
           WRITE RECON-REPORT-LINE FROM JR-SUMMARY-LINE.
           MOVE 'DELETES AGREEING WITH JOURNAL' TO JR-SUMMARY-LABEL.
           MOVE RPT-GONE-AGREED-COUNT TO JR-SUMMARY-COUNT.
           WRITE RECON-REPORT-LINE FROM JR-SUMMARY-LINE.
           MOVE 'ON FILE WITH NO JOURNAL HISTORY' TO JR-SUMMARY-LABEL.
           MOVE RPT-NO-HISTORY-COUNT TO JR-SUMMARY-COUNT.
           WRITE RECON-REPORT-LINE FROM JR-SUMMARY-LINE.
           MOVE 'DELETED PER JOURNAL - ON FILE' TO JR-SUMMARY-LABEL.
           MOVE RPT-STILL-ON-FILE-COUNT TO JR-SUMMARY-COUNT.
           WRITE RECON-REPORT-LINE FROM JR-SUMMARY-LINE.
           MOVE 'CONTENTS DIFFER FROM LAST IMAGE' TO JR-SUMMARY-LABEL.
           MOVE RPT-DIFFERS-COUNT TO JR-SUMMARY-COUNT.
           WRITE RECON-REPORT-LINE FROM JR-SUMMARY-LINE.
           MOVE 'JOURNALED BUT NOT ON FILE' TO JR-SUMMARY-LABEL.
           MOVE RPT-NOT-ON-FILE-COUNT TO JR-SUMMARY-COUNT.
           WRITE RECON-REPORT-LINE FROM JR-SUMMARY-LINE.
           MOVE 'JOURNAL REGION CODE NOT VALID' TO JR-SUMMARY-LABEL.
           MOVE RPT-BAD-REGION-COUNT TO JR-SUMMARY-COUNT.
           WRITE RECON-REPORT-LINE FROM JR-SUMMARY-LINE.
           MOVE 'RECONCILIATION EXCEPTIONS FOUND' TO JR-SUMMARY-LABEL.
           MOVE RPT-EXCEPTION-COUNT TO JR-SUMMARY-COUNT.
           WRITE RECON-REPORT-LINE FROM JR-SUMMARY-LINE.
       WRITE-RECON-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      *    CHECK-RUN-CONTROL -- THE SHARED REGION FILE INTERLOCK.
      *    THIS PROGRAM ONLY READS THE REGION FILES, SO IT CHECKS
      *    THE RECORD BUT NEVER MARKS IT: A RECONCILIATION AGAINST
      *    FILES AN UPDATER IS STILL WRITING, OR A HALF-RELOADED
      *    REGION, WOULD REPORT PHANTOM EXCEPTIONS, SO THE RUN ENDS
      *    WITH RETURN-CODE 12 INSTEAD.
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
               DISPLAY 'JRNLRECN - REGION FILES LOCKED - RELOAD OF '
                   'REGION ' RUNC-REGION ' INCOMPLETE - '
                   'RELOAD IT CLEAN BEFORE ANY OTHER RUN'
               GO TO CHECK-RUN-CONTROL-EXIT.
           DISPLAY 'JRNLRECN - REGION FILES BUSY - ' RUNC-PROGRAM
               ' IN FLIGHT SINCE ' RUNC-RUN-DATE ' - RUN ABANDONED'.
       CHECK-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      *    READ-BUSINESS-DATE -- TAKE THE PROCESSING DATE FROM THE
      *    SHARED BUSINESS-DATE CONTROL RECORD BDATROLL ROLLS FORWARD
      *    AT END OF DAY, NOT FROM THE MACHINE CLOCK, SO EVERY PROGRAM
      *    IN THE CYCLE STAMPS THE SAME BUSINESS DAY EVEN WHEN A RUN
      *    CROSSES MIDNIGHT OR IS RERUN THE NEXT MORNING. A MISSING OR
      *    NON-NUMERIC RECORD ENDS THE RUN WITH RETURN-CODE 16 BEFORE
      *    ANY FILE IS READ.
      ******************************************************************
       READ-BUSINESS-DATE.
           MOVE 'N' TO BUSINESS-DATE-SWITCH.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDAT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'JRNLRECN - BUSINESS DATE FILE NOT AVAILABLE - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           READ BUSINESS-DATE-FILE
               AT END MOVE 0 TO PERFORM-FLAG.
           CLOSE BUSINESS-DATE-FILE.
           IF PERFORM-FLAG EQUAL TO 0
               DISPLAY 'JRNLRECN - BUSINESS DATE FILE EMPTY - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           IF BDAT-PROCESS-DATE NOT NUMERIC
               OR BDAT-PROCESS-DATE EQUAL ZERO
               DISPLAY 'JRNLRECN - BUSINESS DATE NOT NUMERIC - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE BDAT-PROCESS-DATE TO TODAY-DATE.
           MOVE 'Y' TO BUSINESS-DATE-SWITCH.
       READ-BUSINESS-DATE-EXIT.
           EXIT.

      ******************************************************************
      *    OPEN-REGION-FILES -- EVERY REGION FILE MUST OPEN, OR EVERY
      *    CUSTOMER THE JOURNAL PLACES ON A MISSING FILE WOULD BE
      *    REPORTED AS NOT ON FILE AND THE REAL EXCEPTIONS LOST AMONG
      *    THEM.
      ******************************************************************
       OPEN-REGION-FILES.
           MOVE 'N' TO REGION-FILES-SWITCH.
           OPEN INPUT FOREIGN-REGION EAST-REGION WEST-REGION
                      CENTRAL-REGION.
           IF FOREIGN-FILE-STATUS NOT EQUAL '00'
              OR EAST-FILE-STATUS    NOT EQUAL '00'
              OR WEST-FILE-STATUS    NOT EQUAL '00'
              OR CENTRAL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'JRNLRECN - REGION FILE NOT AVAILABLE - '
                   'RUN ABANDONED'
               DISPLAY 'JRNLRECN - STATUS FRGN ' FOREIGN-FILE-STATUS
                   ' EAST ' EAST-FILE-STATUS
                   ' WEST ' WEST-FILE-STATUS
                   ' CNTR ' CENTRAL-FILE-STATUS
               GO TO OPEN-REGION-FILES-EXIT.
           MOVE 'Y' TO REGION-FILES-SWITCH.
       OPEN-REGION-FILES-EXIT.
           EXIT.

      ******************************************************************
      *    PROGRAM-TERMINATOR -- EVERY ENTRY RELEASED MUST COME BACK
      *    FROM THE SORT, AND A CLEAN RECONCILIATION ENDS WITH
      *    RETURN-CODE ZERO. A SORT MISMATCH OR ANY EXCEPTION SETS
      *    RETURN-CODE 16 SO THE SCHEDULER FLAGS THE RUN.
      ******************************************************************
       PROGRAM-TERMINATOR.
           IF RPT-RETURN-COUNT NOT EQUAL RPT-RELEASE-COUNT
               DISPLAY 'JRNLRECN - CONTROL TOTAL MISMATCH - '
                   RPT-RELEASE-COUNT ' RELEASED VS '
                   RPT-RETURN-COUNT  ' RETURNED'
               MOVE 16 TO RETURN-CODE
           ELSE
           IF RPT-EXCEPTION-COUNT GREATER THAN 0
               DISPLAY 'JRNLRECN - ' RPT-EXCEPTION-COUNT
                   ' RECONCILIATION EXCEPTIONS FOUND'
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY 'JRNLRECN - JOURNAL AND REGION FILES AGREE'
               MOVE 0 TO RETURN-CODE.
       PROGRAM-TERMINATOR-EXIT.
           EXIT.
