      *         RESUMES WITH THE UNPROCESSED TAIL OF THE FILE, INSTEAD
      *         OF REPROCESSING THE ENTIRE OVERNIGHT BATCH WINDOW.
      *
      *         AN INQUIRY WHOSE CUSTOMER NUMBER, PHONE NUMBER OR
      *         COMPANY MATCHES THE DO-NOT-CONTACT SUPPRESSION MASTER
      *         IS NOT ROUTED TO A REP AT ALL: IT IS FLAGGED AS
      *         SUPPRESSED ON THE SUPPRESSED INQUIRY LOG, WITH THE
      *         ENTRY IT MATCHED, AND THE REGION FILES ARE LEFT AS
      *         THEY WERE, SO ANY HISTORY ALREADY ON FILE SURVIVES.
      *
      *         THE SHARED RUN-CONTROL RECORD IS CHECKED BEFORE ANY
      *         FILE IS TOUCHED AND HELD BUSY WHILE THE REGION FILES
      *         ARE OPEN, SO THIS RUN CANNOT COLLIDE WITH ANOTHER JOB
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

      * OUTPUT LOG OF INQUIRIES HELD BACK AS SUPPRESSED
           SELECT SUPPRESSION-LOG ASSIGN SUPPLOG
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS SUPL-FILE-STATUS.

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

       01  RPT-INQUIRY-READ-COUNT      PIC 9(05)  VALUE 0.
       01  RPT-EAST-WRITE-COUNT        PIC 9(05)  VALUE 0.
       01  RPT-WEST-WRITE-COUNT        PIC 9(05)  VALUE 0.
       01  RPT-CENTRAL-MERGE-COUNT     PIC 9(05)  VALUE 0.
       01  RPT-TOTAL-WRITE-COUNT       PIC 9(05)  VALUE 0.
       01  RPT-TERRITORY-EXCEPT-COUNT  PIC 9(05)  VALUE 0.
       01  RPT-SUPPRESSED-COUNT        PIC 9(05)  VALUE 0.

       01  CONTROL-REPORT-HEADING.
           05  FILLER                  PIC X(30)
       01  JRNL-FILE-STATUS            PIC X(02).
       01  RUNC-FILE-STATUS            PIC X(02).
       01  STAT-FILE-STATUS            PIC X(02).
       01  SUPP-FILE-STATUS            PIC X(02).
       01  SUPL-FILE-STATUS            PIC X(02).

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

       01  INTERLOCK-OK-SWITCH         PIC X(01)  VALUE 'N'.
           88  RUN-MAY-PROCEED                    VALUE 'Y'.
      ******************************************************************
      *    LOAD-SALES-TABLES -- REBUILD THE IN-MEMORY STATE/SALESREP/
      *    OFFICE TABLES FROM THE TABLE-FILE LEFT BEHIND BY VSAMSORT, SO
      *    THIS STEP DOES NOT HAVE TO RESOLVE THE TERRITORY MASTER
      *    ITSELF.
      ******************************************************************
       LOAD-SALES-TABLES.
           MOVE 1 TO SUBSCRPT F-SUBSCRPT PERFORM-FLAG.
           EXIT.

       PROCESS-DATA.
           PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
           IF NOT BUSINESS-DATE-IS-VALID
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM OPEN-SUPPRESSION-MASTER.
           IF SUPPRESSION-FILE-FAILED
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM MARK-RUN-CONTROL-BUSY.
           PERFORM OPEN-REGION-FILES.
           PERFORM INITIALIZE-RESTART.
           PERFORM PROCESS-ALL-INQUIRY THRU PROCESS-ALL-INQUIRY-EXIT
                                   UNTIL PERFORM-FLAG EQUAL TO 0.
           CLOSE INQUIRY FOREIGN-REGION EAST-REGION WEST-REGION
                 CENTRAL-REGION BAD-DATA HISTORY-JOURNAL
                 SUPPRESSION-LOG.
           IF SUPPRESSION-FILE-OPEN
               CLOSE SUPPRESSION-MASTER.
           PERFORM CLEAR-RUN-CONTROL.
           PERFORM WRITE-RUN-COMPLETE-CHECKPOINT.
           PERFORM PRINT-CONTROL-REPORT.
               OPEN OUTPUT HISTORY-JOURNAL
               CLOSE HISTORY-JOURNAL
               OPEN EXTEND HISTORY-JOURNAL.
           OPEN EXTEND SUPPRESSION-LOG.
           IF SUPL-FILE-STATUS EQUAL '35'
               OPEN OUTPUT SUPPRESSION-LOG
               CLOSE SUPPRESSION-LOG
               OPEN EXTEND SUPPRESSION-LOG.
       OPEN-REGION-FILES-EXIT.
           EXIT.

                   MOVE CKPT-FOREIGN-MERGED  TO RPT-FOREIGN-MERGE-COUNT
                   MOVE CKPT-CENTRAL-WRITTEN TO RPT-CENTRAL-WRITE-COUNT
                   MOVE CKPT-CENTRAL-MERGED  TO RPT-CENTRAL-MERGE-COUNT
                   MOVE CKPT-SUPPRESSED      TO RPT-SUPPRESSED-COUNT
                   MOVE CKPT-JRNL-SEQUENCE   TO JRNL-SEQUENCE-COUNT
                   MOVE RPT-INQUIRY-READ-COUNT TO CKPT-SKIP-COUNT
               END-IF
           MOVE RPT-FOREIGN-MERGE-COUNT TO CKPT-FOREIGN-MERGED.
           MOVE RPT-CENTRAL-WRITE-COUNT TO CKPT-CENTRAL-WRITTEN.
           MOVE RPT-CENTRAL-MERGE-COUNT TO CKPT-CENTRAL-MERGED.
           MOVE RPT-SUPPRESSED-COUNT    TO CKPT-SUPPRESSED.
           MOVE JRNL-SEQUENCE-COUNT     TO CKPT-JRNL-SEQUENCE.
           MOVE 'N'                     TO CKPT-RUN-COMPLETE.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE RPT-FOREIGN-MERGE-COUNT TO CKPT-FOREIGN-MERGED.
           MOVE RPT-CENTRAL-WRITE-COUNT TO CKPT-CENTRAL-WRITTEN.
           MOVE RPT-CENTRAL-MERGE-COUNT TO CKPT-CENTRAL-MERGED.
           MOVE RPT-SUPPRESSED-COUNT    TO CKPT-SUPPRESSED.
           MOVE JRNL-SEQUENCE-COUNT     TO CKPT-JRNL-SEQUENCE.
           MOVE 'Y'                     TO CKPT-RUN-COMPLETE.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE 'TERRITORY TABLE OVERFLOW RECS' TO CR-DETAIL-LABEL.
           MOVE RPT-TERRITORY-EXCEPT-COUNT TO CR-DETAIL-COUNT.
           WRITE CONTROL-REPORT-LINE FROM CONTROL-REPORT-DETAIL.
           MOVE 'INQUIRIES SUPPRESSED' TO CR-DETAIL-LABEL.
           MOVE RPT-SUPPRESSED-COUNT TO CR-DETAIL-COUNT.
           WRITE CONTROL-REPORT-LINE FROM CONTROL-REPORT-DETAIL.
           CLOSE CONTROL-REPORT.
       PRINT-CONTROL-REPORT-EXIT.
           EXIT.
               MOVE 0 TO PERFORM-FLAG
               GO TO PROCESS-INQUIRY-EXIT.
           ADD 1 TO RPT-INQUIRY-READ-COUNT.
           MOVE INQY-CUST-NUM  TO SC-CUST-NUM.
           MOVE INQY-AREA-CODE TO SC-AREA-CODE.
           MOVE INQY-PHONE-1   TO SC-PHONE-1.
           MOVE INQY-PHONE-2   TO SC-PHONE-2.
           MOVE INQY-COMPANY   TO SC-COMPANY.
           PERFORM CHECK-SUPPRESSION THRU CHECK-SUPPRESSION-EXIT.
           IF CUSTOMER-IS-SUPPRESSED
               PERFORM WRITE-SUPPRESSION-LOG
                  THRU WRITE-SUPPRESSION-LOG-EXIT
               GO TO PROCESS-INQUIRY-EXIT.
           IF INQY-IS-FOREIGN
               SET FOREIGN-INDEX TO 1
               SEARCH FOREIGN-INFO-TABLE AT END
       PROCESS-INQUIRY-EXIT.
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
               DISPLAY 'VSAMPROC - SUPPRESSION MASTER OPEN FAILED - '
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
      *    WRITE-SUPPRESSION-LOG -- FLAG THE INQUIRY AS SUPPRESSED ON
      *    THE LOG SUPPRPT REPORTS FROM, INSTEAD OF FILING IT.
      ******************************************************************
       WRITE-SUPPRESSION-LOG.
           MOVE SPACES                 TO SUPPRESSION-LOG-RECORD.
           MOVE JOURNAL-RUN-DATE       TO SUPL-RUN-DATE.
           MOVE INQY-CUST-NUM          TO SUPL-CUST-NUM.
           MOVE SUPPRESSION-MATCH-TYPE TO SUPL-MATCH-TYPE.
           MOVE SUPP-CUST-NUM          TO SUPL-SUPP-CUST-NUM.
           MOVE SUPP-REASON-CODE       TO SUPL-REASON-CODE.
           MOVE INQY-COMPANY           TO SUPL-COMPANY.
           MOVE INQY-CUST-NAME         TO SUPL-CUST-NAME.
           MOVE INQY-STATE             TO SUPL-STATE.
           MOVE INQY-DOMESTIC-FLAG     TO SUPL-DOMESTIC-FLAG.
           MOVE INQY-AREA-CODE         TO SUPL-AREA-CODE.
           MOVE INQY-PHONE-1           TO SUPL-PHONE-1.
           MOVE INQY-PHONE-2           TO SUPL-PHONE-2.
           MOVE INQY-INTERESTS         TO SUPL-INTERESTS.
           WRITE SUPPRESSION-LOG-RECORD.
           ADD 1 TO RPT-SUPPRESSED-COUNT.
       WRITE-SUPPRESSION-LOG-EXIT.
           EXIT.

      ******************************************************************
      *    ROUTE-DOMESTIC-INQUIRY -- FILE THE DOMESTIC INQUIRY IN THE
      *    REGION THE ROUTING CONTROL TABLE NAMES FOR ITS TERRITORY'S
           COMPUTE RPT-TOTAL-WRITE-COUNT =
               RPT-EAST-WRITE-COUNT    + RPT-WEST-WRITE-COUNT +
               RPT-FOREIGN-WRITE-COUNT + RPT-CENTRAL-WRITE-COUNT +
               RPT-BAD-WRITE-COUNT     + RPT-SUPPRESSED-COUNT +
               RPT-EAST-MERGE-COUNT    + RPT-WEST-MERGE-COUNT +
               RPT-FOREIGN-MERGE-COUNT + RPT-CENTRAL-MERGE-COUNT.
           IF RPT-TOTAL-WRITE-COUNT NOT EQUAL RPT-INQUIRY-READ-COUNT
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
               DISPLAY 'VSAMPROC - BUSINESS DATE FILE NOT AVAILABLE - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           READ BUSINESS-DATE-FILE
               AT END MOVE 0 TO PERFORM-FLAG.
           CLOSE BUSINESS-DATE-FILE.
           IF PERFORM-FLAG EQUAL TO 0
               DISPLAY 'VSAMPROC - BUSINESS DATE FILE EMPTY - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           IF BDAT-PROCESS-DATE NOT NUMERIC
               OR BDAT-PROCESS-DATE EQUAL ZERO
               DISPLAY 'VSAMPROC - BUSINESS DATE NOT NUMERIC - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE BDAT-PROCESS-DATE TO JOURNAL-RUN-DATE.
           MOVE 'Y' TO BUSINESS-DATE-SWITCH.
       READ-BUSINESS-DATE-EXIT.
           EXIT.
