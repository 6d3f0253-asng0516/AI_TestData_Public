      *         INTEREST IS CARRIED IN ITS OWN COLUMN; THE INTERESTS
      *         COUNT IS ALSO CARRIED SO THE WAREHOUSE LOAD CAN TELL
      *         WHEN A CUSTOMER HAS MORE INTERESTS THAN THAT COLUMN
      *         SHOWS. THE LAST COLUMN IS THE DO-NOT-CONTACT
      *         SUPPRESSION INDICATOR - 'Y' WHEN THE CUSTOMER'S
      *         NUMBER, PHONE OR COMPANY IS ON THE SUPPRESSION
      *         MASTER, OTHERWISE 'N' - SO THE WAREHOUSE NEVER FEEDS
      *         A SUPPRESSED CUSTOMER TO A CAMPAIGN.
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

      * OUTPUT DATA WAREHOUSE CSV EXTRACT
           SELECT EXTRACT-FILE ASSIGN CSVEXTR
               ORGANIZATION SEQUENTIAL.
       01  WEST-FILE-STATUS            PIC X(02).
       01  CENTRAL-FILE-STATUS         PIC X(02).
       01  RUNC-FILE-STATUS            PIC X(02).
       01  SUPP-FILE-STATUS            PIC X(02).

       01  INTERLOCK-OK-SWITCH         PIC X(01)  VALUE 'N'.
           88  RUN-MAY-PROCEED                    VALUE 'Y'.
       01  RPT-EAST-EXTRACT-COUNT      PIC 9(05)  VALUE 0.
       01  RPT-WEST-EXTRACT-COUNT      PIC 9(05)  VALUE 0.
       01  RPT-CENTRAL-EXTRACT-COUNT   PIC 9(05)  VALUE 0.
       01  RPT-SUPPRESSED-COUNT        PIC 9(05)  VALUE 0.

       01  CSV-SUPPRESS-FLAG           PIC X(01)  VALUE 'N'.

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

       01  CONTROL-REPORT-HEADING.
           05  FILLER                  PIC X(30)
           IF NOT RUN-MAY-PROCEED
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           PERFORM OPEN-SUPPRESSION-MASTER.
           IF SUPPRESSION-FILE-FAILED
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM PRODUCE-CSV-EXTRACT.
           STOP RUN.

               UNTIL PERFORM-FLAG EQUAL TO 0.
           CLOSE FOREIGN-REGION EAST-REGION WEST-REGION
                 CENTRAL-REGION EXTRACT-FILE.
           IF SUPPRESSION-FILE-OPEN
               CLOSE SUPPRESSION-MASTER.
           PERFORM PRINT-CONTROL-REPORT.
       PRODUCE-CSV-EXTRACT-EXIT.
           EXIT.

      ******************************************************************
      *    PRINT-CONTROL-REPORT -- SUMMARIZE HOW MANY CUSTOMER RECORDS
      *    WERE EXTRACTED FROM EACH REGION FILE, AND HOW MANY OF THEM
      *    WERE FLAGGED AS SUPPRESSED.
      ******************************************************************
       PRINT-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT.
           MOVE 'CENTRAL-REGION RECORDS EXTRACT' TO CR-DETAIL-LABEL.
           MOVE RPT-CENTRAL-EXTRACT-COUNT TO CR-DETAIL-COUNT.
           WRITE CONTROL-REPORT-LINE FROM CONTROL-REPORT-DETAIL.
           MOVE 'SUPPRESSED CUSTOMERS FLAGGED' TO CR-DETAIL-LABEL.
           MOVE RPT-SUPPRESSED-COUNT TO CR-DETAIL-COUNT.
           WRITE CONTROL-REPORT-LINE FROM CONTROL-REPORT-DETAIL.
           CLOSE CONTROL-REPORT.
       PRINT-CONTROL-REPORT-EXIT.
           EXIT.
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO EXTRACT-FOREIGN-EXIT.
           MOVE FOREIGN-CUST-NUM  TO SC-CUST-NUM.
           MOVE FOREIGN-AREA-CODE TO SC-AREA-CODE.
           MOVE FOREIGN-PHONE-1   TO SC-PHONE-1.
           MOVE FOREIGN-PHONE-2   TO SC-PHONE-2.
           MOVE FOREIGN-COMPANY   TO SC-COMPANY.
           PERFORM SET-SUPPRESS-FLAG THRU SET-SUPPRESS-FLAG-EXIT.
           PERFORM BUILD-FOREIGN-CSV-LINE.
           WRITE EXTRACT-LINE.
           ADD 1 TO RPT-FOREIGN-EXTRACT-COUNT.
                  FOREIGN-PRODUCTS(1)   DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  FOREIGN-INTERESTS     DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  CSV-SUPPRESS-FLAG     DELIMITED BY SIZE
               INTO EXTRACT-LINE.
       BUILD-FOREIGN-CSV-LINE-EXIT.
           EXIT.
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO EXTRACT-EAST-EXIT.
           MOVE EAST-CUST-NUM  TO SC-CUST-NUM.
           MOVE EAST-AREA-CODE TO SC-AREA-CODE.
           MOVE EAST-PHONE-1   TO SC-PHONE-1.
           MOVE EAST-PHONE-2   TO SC-PHONE-2.
           MOVE EAST-COMPANY   TO SC-COMPANY.
           PERFORM SET-SUPPRESS-FLAG THRU SET-SUPPRESS-FLAG-EXIT.
           PERFORM BUILD-EAST-CSV-LINE.
           WRITE EXTRACT-LINE.
           ADD 1 TO RPT-EAST-EXTRACT-COUNT.
                  EAST-PRODUCTS(1)      DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  EAST-INTERESTS        DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  CSV-SUPPRESS-FLAG     DELIMITED BY SIZE
               INTO EXTRACT-LINE.
       BUILD-EAST-CSV-LINE-EXIT.
           EXIT.
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO EXTRACT-WEST-EXIT.
           MOVE WEST-CUST-NUM  TO SC-CUST-NUM.
           MOVE WEST-AREA-CODE TO SC-AREA-CODE.
           MOVE WEST-PHONE-1   TO SC-PHONE-1.
           MOVE WEST-PHONE-2   TO SC-PHONE-2.
           MOVE WEST-COMPANY   TO SC-COMPANY.
           PERFORM SET-SUPPRESS-FLAG THRU SET-SUPPRESS-FLAG-EXIT.
           PERFORM BUILD-WEST-CSV-LINE.
           WRITE EXTRACT-LINE.
           ADD 1 TO RPT-WEST-EXTRACT-COUNT.
                  WEST-PRODUCTS(1)      DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  WEST-INTERESTS        DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  CSV-SUPPRESS-FLAG     DELIMITED BY SIZE
               INTO EXTRACT-LINE.
       BUILD-WEST-CSV-LINE-EXIT.
           EXIT.
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO EXTRACT-CENTRAL-EXIT.
           MOVE CNTR-CUST-NUM  TO SC-CUST-NUM.
           MOVE CNTR-AREA-CODE TO SC-AREA-CODE.
           MOVE CNTR-PHONE-1   TO SC-PHONE-1.
           MOVE CNTR-PHONE-2   TO SC-PHONE-2.
           MOVE CNTR-COMPANY   TO SC-COMPANY.
           PERFORM SET-SUPPRESS-FLAG THRU SET-SUPPRESS-FLAG-EXIT.
           PERFORM BUILD-CENTRAL-CSV-LINE.
           WRITE EXTRACT-LINE.
           ADD 1 TO RPT-CENTRAL-EXTRACT-COUNT.
                  CNTR-PRODUCTS(1)      DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  CNTR-INTERESTS        DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  CSV-SUPPRESS-FLAG     DELIMITED BY SIZE
               INTO EXTRACT-LINE.
       BUILD-CENTRAL-CSV-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    SET-SUPPRESS-FLAG -- SET THE SUPPRESSION INDICATOR COLUMN
      *    FOR THE CUSTOMER IN SUPPRESSION-CANDIDATE.
      ******************************************************************
       SET-SUPPRESS-FLAG.
           MOVE 'N' TO CSV-SUPPRESS-FLAG.
           PERFORM CHECK-SUPPRESSION THRU CHECK-SUPPRESSION-EXIT.
           IF CUSTOMER-IS-SUPPRESSED
               MOVE 'Y' TO CSV-SUPPRESS-FLAG
               ADD 1 TO RPT-SUPPRESSED-COUNT.
       SET-SUPPRESS-FLAG-EXIT.
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
               DISPLAY 'CSVEXTR - SUPPRESSION MASTER OPEN FAILED - '
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
