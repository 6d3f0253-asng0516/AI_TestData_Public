      *         BEFORE-IMAGES AHEAD OF REWRITES ARE SKIPPED; ONLY THE
      *         DELETE BEFORE-IMAGE AND EVERY AFTER-IMAGE PARTICIPATE.
      *         ONE CSV ROW IS WRITTEN PER NETTED CUSTOMER IN THE
      *         SAME COLUMN LAYOUT AS THE CSVEXTR FULL UNLOAD -
      *         INCLUDING ITS DO-NOT-CONTACT SUPPRESSION INDICATOR,
      *         TAKEN FROM THE SUPPRESSION MASTER AS IT STANDS AT
      *         EXTRACT TIME - WITH AN ACTION COLUMN (A/C/D)
      *         APPENDED SO THE WAREHOUSE APPLIES CHANGES INSTEAD OF
      *         RELOADING, AND THE FILE
      *         ENDS WITH A TRAILER ROW CARRYING THE ROW COUNT PER
      *         ACTION SO THE WAREHOUSE LOAD CAN RECONCILE AGAINST
      *         THIS RUN THE SAME WAY THE INQUIRY RUN RECONCILES ITS
           SELECT HISTORY-JOURNAL ASSIGN HISTJRNL
               ORGANIZATION SEQUENTIAL.

      * DO-NOT-CONTACT SUPPRESSION MASTER - MAINTAINED BY SUPPMNT
           SELECT SUPPRESSION-MASTER ASSIGN SUPPMST
               ORGANIZATION INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SUPP-CUST-NUM
               ALTERNATE RECORD KEY IS SUPP-PHONE   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SUPP-COMPANY WITH DUPLICATES
               FILE STATUS IS SUPP-FILE-STATUS.

      * OUTPUT DATA WAREHOUSE DELTA CSV EXTRACT
           SELECT DELTA-FILE ASSIGN DLTAEXTR
               ORGANIZATION SEQUENTIAL.
       01  RPT-DELETE-ROW-COUNT        PIC 9(07)  VALUE 0.
       01  RPT-TOTAL-ROW-COUNT         PIC 9(07)  VALUE 0.
       01  RPT-NET-OVERFLOW-COUNT      PIC 9(05)  VALUE 0.
       01  RPT-SUPPRESSED-COUNT        PIC 9(07)  VALUE 0.

       01  SUPP-FILE-STATUS            PIC X(02).

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

       01  NET-ENTRY-COUNT             PIC 9(05)  VALUE 0.
       01  NET-SUB                     PIC 9(05)  VALUE 1.
               10  NET-CUST-NUM        PIC X(05).
               10  NET-REGION          PIC X(01).
               10  NET-ACTION          PIC X(01).
               10  NET-IMAGE           PIC X(350).

      *    THE FOUR REGION RECORD LAYOUTS SHARE THEIR LEADING FIELDS,
      *    SO ONE DECODE AREA SERVES EVERY JOURNALED IMAGE, THE SAME
           05  IMG-PHONE-2             PIC X(04).
           05  IMG-RECVD-DATE          PIC 9(08).
           05  IMG-FOLLOWUP-STATUS     PIC X(01).
           05  IMG-ORDER-OUTCOME       PIC X(01).
           05  IMG-ORDER-DATE          PIC 9(08).
           05  IMG-ORDER-VALUE         PIC 9(07)V99.
           05  IMG-INTERESTS           PIC 9(02).
           05  IMG-PRODUCT-1           PIC X(10).
           05  FILLER                  PIC X(190).

       01  DELTA-REGION-NAME           PIC X(07)  VALUE SPACES.
       01  DELTA-ACTION-CODE           PIC X(01)  VALUE SPACE.
       01  DELTA-SUPPRESS-FLAG         PIC X(01)  VALUE 'N'.

       01  TRL-ADD-COUNT               PIC 9(07)  VALUE 0.
       01  TRL-CHANGE-COUNT            PIC 9(07)  VALUE 0.

      ******************************************************************
      *    WRITE-DELTA-EXTRACT -- ONE CSV ROW PER SURVIVING NET SLOT,
      *    IN THE CSVEXTR COLUMN LAYOUT, SUPPRESSION INDICATOR
      *    INCLUDED, WITH THE ACTION APPENDED,
      *    THEN THE PER-ACTION TRAILER THE WAREHOUSE LOAD RECONCILES
      *    AGAINST.
      ******************************************************************
       WRITE-DELTA-EXTRACT.
           PERFORM OPEN-SUPPRESSION-MASTER.
           IF SUPPRESSION-FILE-FAILED
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT DELTA-FILE.
           PERFORM WRITE-ONE-DELTA-ROW THRU WRITE-ONE-DELTA-ROW-EXIT
               VARYING NET-SUB FROM 1 BY 1
               UNTIL NET-SUB GREATER THAN NET-ENTRY-COUNT.
           PERFORM WRITE-DELTA-TRAILER.
           CLOSE DELTA-FILE.
           IF SUPPRESSION-FILE-OPEN
               CLOSE SUPPRESSION-MASTER.
       WRITE-DELTA-EXTRACT-EXIT.
           EXIT.

               MOVE 'WEST'    TO DELTA-REGION-NAME
           ELSE
               MOVE 'CENTRAL' TO DELTA-REGION-NAME.
           MOVE IMG-CUST-NUM  TO SC-CUST-NUM.
           MOVE IMG-AREA-CODE TO SC-AREA-CODE.
           MOVE IMG-PHONE-1   TO SC-PHONE-1.
           MOVE IMG-PHONE-2   TO SC-PHONE-2.
           MOVE IMG-COMPANY   TO SC-COMPANY.
           MOVE 'N' TO DELTA-SUPPRESS-FLAG.
           PERFORM CHECK-SUPPRESSION THRU CHECK-SUPPRESSION-EXIT.
           IF CUSTOMER-IS-SUPPRESSED
               MOVE 'Y' TO DELTA-SUPPRESS-FLAG
               ADD 1 TO RPT-SUPPRESSED-COUNT.
           PERFORM BUILD-DELTA-CSV-LINE.
           WRITE DELTA-LINE.
           IF DELTA-ACTION-CODE EQUAL 'A'
                  ','                   DELIMITED BY SIZE
                  IMG-INTERESTS         DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  DELTA-SUPPRESS-FLAG   DELIMITED BY SIZE
                  ','                   DELIMITED BY SIZE
                  DELTA-ACTION-CODE     DELIMITED BY SIZE
               INTO DELTA-LINE.
       BUILD-DELTA-CSV-LINE-EXIT.
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
               DISPLAY 'DLTAEXTR - SUPPRESSION MASTER OPEN FAILED - '
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

       WRITE-DELTA-TRAILER.
           MOVE RPT-ADD-ROW-COUNT    TO TRL-ADD-COUNT.
           MOVE RPT-CHANGE-ROW-COUNT TO TRL-CHANGE-COUNT.
           MOVE 'CUSTOMERS OVER NET TABLE LIMIT' TO CR-DETAIL-LABEL.
           MOVE RPT-NET-OVERFLOW-COUNT TO CR-DETAIL-COUNT.
           WRITE CONTROL-REPORT-LINE FROM CONTROL-REPORT-DETAIL.
           MOVE 'SUPPRESSED CUSTOMERS FLAGGED' TO CR-DETAIL-LABEL.
           MOVE RPT-SUPPRESSED-COUNT TO CR-DETAIL-COUNT.
           WRITE CONTROL-REPORT-LINE FROM CONTROL-REPORT-DETAIL.
           CLOSE CONTROL-REPORT.
       PRINT-CONTROL-REPORT-EXIT.
           EXIT.
