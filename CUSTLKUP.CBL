       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSTLKUP.
       AUTHOR.  DATA PROCESSING.

      ****************************************************************
      *
      *            CUSTLKUP.CBL
      *
      *         CUSTOMER LOOKUP FOR THE SALES OFFICES. WHEN A PROSPECT
      *         CALLS IN THEY RARELY KNOW THEIR CUSTOMER NUMBER, AND
      *         NEVER WHICH REGION THEY WERE FILED IN, SO THIS
      *         PROGRAM SEARCHES ALL FOUR REGION FILES FOR EACH
      *         REQUEST CARD: BY CUSTOMER NUMBER (A KEYED READ OF
      *         EVERY REGION), BY STATE (A START ON EACH REGION'S
      *         STATE ALTERNATE KEY, READING ON UNTIL THE STATE
      *         CHANGES), OR BY COMPANY-NAME PREFIX OR AREA CODE AND
      *         PHONE (A FULL PASS OF EACH REGION, SINCE NEITHER IS
      *         KEYED). EVERY CUSTOMER FOUND IS LISTED IN FULL UNDER
      *         ITS REQUEST: NAME, ADDRESS AND PHONE, THE REP'S NAME
      *         FROM THE SALESREP MASTER, THE FOLLOW-UP STATUS WITH
      *         THE INQUIRY'S AGE IN DAYS, THE ORDER OUTCOME, THE
      *         DATE OF THE LAST HISTORY JOURNAL ENTRY (THE JRNLARCH
      *         ARCHIVE GENERATIONS ARE READ AS WELL AS THE LIVE
      *         JOURNAL, AS HISTRPT READS THEM), A WARNING WHEN THE
      *         CUSTOMER IS ON THE DO-NOT-CONTACT SUPPRESSION MASTER,
      *         AND EVERY PRODUCT INTEREST WITH ITS DESCRIPTION FROM
      *         THE PRODUCT MASTER. A REQUEST THAT FINDS NOBODY, OR
      *         A CARD THAT CANNOT BE SEARCHED, IS SAID SO PLAINLY
      *         UNDER THE REQUEST LINE.
      *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * SHARED RUN-CONTROL INTERLOCK FOR THE REGION VSAM FILES
           SELECT RUN-CONTROL-FILE ASSIGN RUNCNTL
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS RUNC-FILE-STATUS.

      * INPUT REQUEST CARDS NAMING THE SEARCHES WANTED
           SELECT LOOKUP-REQUEST ASSIGN LOOKREQ
               ORGANIZATION SEQUENTIAL.

      * FOREIGN SALES REGION VSAM FILE - MAINTAINED BY VSAMPROC
           SELECT FOREIGN-REGION ASSIGN FRGNVSAM
               ORGANIZATION INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FOREIGN-CUST-NUM
               ALTERNATE RECORD KEY IS FOREIGN-SALESREP WITH DUPLICATES
               ALTERNATE RECORD KEY IS FOREIGN-STATE    WITH DUPLICATES
               FILE STATUS IS FOREIGN-FILE-STATUS.

      * EAST SALES REGION VSAM FILE - MAINTAINED BY VSAMPROC
           SELECT EAST-REGION ASSIGN EASTVSAM
               ORGANIZATION INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EAST-CUST-NUM
               ALTERNATE RECORD KEY IS EAST-SALESREP WITH DUPLICATES
               ALTERNATE RECORD KEY IS EAST-STATE    WITH DUPLICATES
               FILE STATUS IS EAST-FILE-STATUS.

      * WEST SALES REGION VSAM FILE - MAINTAINED BY VSAMPROC
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

      * SALESREP MASTER VSAM FILE - MAINTAINED BY SREPMNT. READ TO
      * PRINT THE REP'S NAME NEXT TO THE CODE
           SELECT SALESREP-MASTER ASSIGN SREPMST
               ORGANIZATION INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SREP-REP-CODE
               FILE STATUS IS SREP-FILE-STATUS.

      * PRODUCT MASTER VSAM FILE - MAINTAINED BY PRODMNT. READ TO
      * PRINT EACH PRODUCT INTEREST'S DESCRIPTION NEXT TO THE CODE
           SELECT PRODUCT-MASTER ASSIGN PRODMST
               ORGANIZATION INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS PROD-FILE-STATUS.

      * DO-NOT-CONTACT SUPPRESSION MASTER - MAINTAINED BY SUPPMNT
           SELECT SUPPRESSION-MASTER ASSIGN SUPPMST
               ORGANIZATION INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SUPP-CUST-NUM
               ALTERNATE RECORD KEY IS SUPP-PHONE   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SUPP-COMPANY WITH DUPLICATES
               FILE STATUS IS SUPP-FILE-STATUS.

      * INPUT CUSTOMER HISTORY JOURNAL FROM THE UPDATING PROGRAMS
           SELECT HISTORY-JOURNAL ASSIGN HISTJRNL
               ORGANIZATION SEQUENTIAL.

      * INPUT JRNLARCH ARCHIVE GENERATIONS, CONCATENATED OLDEST FIRST
           SELECT JOURNAL-ARCHIVE ASSIGN JRNLARCH
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.

      * OUTPUT CUSTOMER LOOKUP LISTING
           SELECT LOOKUP-REPORT ASSIGN LOOKRPT
               ORGANIZATION SEQUENTIAL.

      * SHARED BUSINESS-DATE CONTROL RECORD - ROLLED BY BDATROLL
           SELECT BUSINESS-DATE-FILE ASSIGN BUSDATE
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS BDAT-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.

       COPY 'LKUPFS'.

       WORKING-STORAGE SECTION.

       01  PERFORM-FLAG                PIC 9      VALUE 1.

       01  FOREIGN-FILE-STATUS         PIC X(02).
       01  EAST-FILE-STATUS            PIC X(02).
       01  WEST-FILE-STATUS            PIC X(02).
       01  CENTRAL-FILE-STATUS         PIC X(02).
       01  SREP-FILE-STATUS            PIC X(02).
       01  PROD-FILE-STATUS            PIC X(02).
       01  SUPP-FILE-STATUS            PIC X(02).
       01  ARCH-FILE-STATUS            PIC X(02).
       01  RUNC-FILE-STATUS            PIC X(02).
       01  BDAT-FILE-STATUS            PIC X(02).

       01  INTERLOCK-OK-SWITCH         PIC X(01)  VALUE 'N'.
           88  RUN-MAY-PROCEED                    VALUE 'Y'.

       01  BUSINESS-DATE-SWITCH        PIC X(01)  VALUE 'N'.
           88  BUSINESS-DATE-IS-VALID             VALUE 'Y'.

       01  RPT-REQUEST-CARD-COUNT      PIC 9(05)  VALUE 0.
       01  RPT-REJECTED-CARD-COUNT     PIC 9(05)  VALUE 0.
       01  RPT-NO-HIT-COUNT            PIC 9(05)  VALUE 0.
       01  RPT-CUSTOMER-LISTED-COUNT   PIC 9(05)  VALUE 0.
       01  RPT-OVERFLOW-COUNT          PIC 9(05)  VALUE 0.
       01  RPT-ARCHIVE-READ-COUNT      PIC 9(05)  VALUE 0.
       01  RPT-JOURNAL-READ-COUNT      PIC 9(05)  VALUE 0.

       01  TODAY-DATE                  PIC 9(08)  VALUE 0.
       01  TODAY-INTEGER               PIC 9(07)  VALUE 0.
       01  RECVD-INTEGER               PIC 9(07)  VALUE 0.
       01  AGE-DAYS                    PIC 9(04)  VALUE 0.

       01  REQ-SUB                     PIC 9(03)  VALUE 0.
       01  REQUEST-COUNT               PIC 9(03)  VALUE 0.
       01  MATCH-SUB                   PIC 9(03)  VALUE 0.
       01  MATCH-COUNT                 PIC 9(03)  VALUE 0.
       01  MATCH-LAST                  PIC 9(03)  VALUE 0.
       01  PRODUCT-SUB                 PIC 9(02)  VALUE 0.
       01  PREFIX-SUB                  PIC 9(02)  VALUE 0.
       01  PREFIX-START                PIC 9(02)  VALUE 0.

       01  CANDIDATE-REGION            PIC X(01)  VALUE SPACE.

       01  CUSTOMER-FOUND-SWITCH       PIC X(01)  VALUE 'N'.
           88  CUSTOMER-WAS-FOUND                 VALUE 'Y'.

      *    THE REQUEST BEING SEARCHED OR PRINTED. EACH CARD IS HELD
      *    IN THE REQUEST TABLE IN THIS SAME LAYOUT, AND MOVED HERE
      *    WHOLE TO BE WORKED ON.
       01  CURRENT-REQUEST.
           05  CQ-SEARCH-TYPE          PIC X(01).
               88  CQ-BY-NUMBER                   VALUE 'N'.
               88  CQ-BY-COMPANY                  VALUE 'C'.
               88  CQ-BY-PHONE                    VALUE 'P'.
               88  CQ-BY-STATE                    VALUE 'S'.
           05  CQ-SEARCH-VALUE         PIC X(20).
           05  CQ-NUMBER-VALUE REDEFINES CQ-SEARCH-VALUE.
               10  CQ-CUST-NUM         PIC X(05).
               10  FILLER              PIC X(15).
           05  CQ-PHONE-VALUE REDEFINES CQ-SEARCH-VALUE.
               10  CQ-AREA-CODE        PIC X(03).
               10  CQ-PHONE-1          PIC X(03).
               10  CQ-PHONE-2          PIC X(04).
               10  FILLER              PIC X(10).
           05  CQ-STATE-VALUE REDEFINES CQ-SEARCH-VALUE.
               10  CQ-STATE            PIC X(02).
               10  FILLER              PIC X(18).
           05  CQ-PREFIX-LENGTH        PIC 9(02).
           05  CQ-REJECT-REASON        PIC X(30).
           05  CQ-FIRST-MATCH          PIC 9(03).
           05  CQ-MATCH-COUNT          PIC 9(03).
           05  CQ-OVERFLOW-SWITCH      PIC X(01).
               88  CQ-MATCHES-OVERFLOWED          VALUE 'Y'.

       01  REQUEST-TABLE-AREA.
           05  REQUEST-ENTRY OCCURS 50 TIMES
                                       PIC X(60).

      *    ONE SLOT PER CUSTOMER FOUND, IN REQUEST ORDER, CARRYING
      *    WHERE IT WAS FOUND AND THE DATE OF ITS LAST JOURNAL ENTRY.
       01  MATCH-TABLE-AREA.
           05  MATCH-ENTRY OCCURS 500 TIMES.
               10  MT-REGION           PIC X(01).
               10  MT-CUST-NUM         PIC X(05).
               10  MT-LAST-JRNL-DATE   PIC 9(08).

      *    A COMPANY NAME CUT BACK TO THE LENGTH OF THE PREFIX ON
      *    THE CARD, ONE CHARACTER AT A TIME, SO IT CAN BE COMPARED
      *    WITH THE PREFIX AS A WHOLE.
       01  PREFIX-WORK-AREA.
           05  PW-COMPANY              PIC X(20).
           05  PW-COMPANY-CHARS REDEFINES PW-COMPANY.
               10  PW-CHAR             PIC X(01) OCCURS 20 TIMES.

      *    THE FOUR REGION RECORD LAYOUTS ARE THE SAME APART FROM
      *    THEIR NAMES, SO ONE DECODE AREA SERVES A RECORD FROM ANY
      *    REGION, THE SAME DEVICE HISTRPT USES FOR JOURNAL IMAGES.
       01  CUSTOMER-DECODE-AREA.
           05  CD-CUST-NUM             PIC X(05).
           05  CD-SALESREP             PIC X(05).
           05  CD-STATE                PIC X(02).
           05  CD-OFFICE               PIC X(04).
           05  CD-COMPANY              PIC X(20).
           05  CD-CUST-NAME            PIC X(20).
           05  CD-ADDRESS-1            PIC X(20).
           05  CD-ADDRESS-2            PIC X(20).
           05  CD-CITY                 PIC X(15).
           05  CD-AREA-CODE            PIC X(03).
           05  CD-PHONE-1              PIC X(03).
           05  CD-PHONE-2              PIC X(04).
           05  CD-RECVD-DATE           PIC 9(08).
           05  CD-FOLLOWUP-STATUS      PIC X(01).
               88  CD-AWAITING-CONTACT            VALUE 'P'.
               88  CD-CONTACTED                   VALUE 'C'.
               88  CD-FOLLOWUP-CLOSED             VALUE 'X'.
           05  CD-ORDER-OUTCOME        PIC X(01).
               88  CD-ORDER-WON                   VALUE 'W'.
               88  CD-ORDER-LOST                  VALUE 'L'.
               88  CD-NO-DECISION                 VALUE 'N'.
           05  CD-ORDER-DATE           PIC 9(08).
           05  CD-ORDER-VALUE          PIC 9(07)V99.
           05  CD-INTERESTS            PIC 9(02).
           05  CD-PRODUCTS             PIC X(10) OCCURS 20 TIMES.

      *    ONE JOURNAL ENTRY, FILLED FROM EITHER THE LIVE JOURNAL OR
      *    AN ARCHIVE DETAIL IMAGE. ONLY THE CUSTOMER AND THE RUN
      *    DATE ARE NEEDED HERE.
       01  JE-ENTRY-AREA.
           05  JE-CUST-NUM             PIC X(05).
           05  JE-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(366).

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

       01  CL-HEADING-1.
           05  FILLER                  PIC X(40)
               VALUE 'CUSTLKUP - CUSTOMER LOOKUP LISTING'.
           05  FILLER                  PIC X(15)
               VALUE 'BUSINESS DATE '.
           05  CL-HEADING-DATE         PIC 9(08).

       01  CL-REQUEST-LINE.
           05  FILLER                  PIC X(08)  VALUE 'REQUEST '.
           05  CL-REQUEST-NUM          PIC ZZ9.
           05  FILLER                  PIC X(05)  VALUE '  BY '.
           05  CL-REQUEST-TYPE         PIC X(20).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CL-REQUEST-VALUE        PIC X(20).

       01  CL-MESSAGE-LINE.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  CL-MESSAGE              PIC X(60).

       01  CL-CUSTOMER-LINE.
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  FILLER                  PIC X(05)  VALUE 'CUST '.
           05  CL-CUST-NUM             PIC X(05).
           05  FILLER                  PIC X(09)  VALUE '  REGION '.
           05  CL-REGION-NAME          PIC X(07).
           05  FILLER                  PIC X(10)  VALUE '  COMPANY '.
           05  CL-COMPANY              PIC X(20).

       01  CL-NAME-LINE.
           05  FILLER                  PIC X(09)  VALUE SPACES.
           05  FILLER                  PIC X(06)  VALUE 'NAME  '.
           05  CL-CUST-NAME            PIC X(20).
           05  FILLER                  PIC X(09)  VALUE '   PHONE '.
           05  CL-AREA-CODE            PIC X(03).
           05  FILLER                  PIC X(01)  VALUE '-'.
           05  CL-PHONE-1              PIC X(03).
           05  FILLER                  PIC X(01)  VALUE '-'.
           05  CL-PHONE-2              PIC X(04).

       01  CL-ADDRESS-LINE.
           05  FILLER                  PIC X(09)  VALUE SPACES.
           05  FILLER                  PIC X(06)  VALUE 'ADDR  '.
           05  CL-ADDRESS-1            PIC X(20).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  CL-ADDRESS-2            PIC X(20).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  CL-CITY                 PIC X(15).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  CL-STATE                PIC X(02).

       01  CL-REP-LINE.
           05  FILLER                  PIC X(09)  VALUE SPACES.
           05  FILLER                  PIC X(06)  VALUE 'REP   '.
           05  CL-SALESREP             PIC X(05).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CL-REP-NAME             PIC X(20).
           05  FILLER                  PIC X(09)  VALUE '  OFFICE '.
           05  CL-OFFICE               PIC X(04).

       01  CL-STATUS-LINE.
           05  FILLER                  PIC X(09)  VALUE SPACES.
           05  FILLER                  PIC X(06)  VALUE 'STAT  '.
           05  CL-STATUS-TEXT          PIC X(17).
           05  FILLER                  PIC X(10)  VALUE ' RECEIVED '.
           05  CL-RECVD-DATE           PIC 9(08).
           05  FILLER                  PIC X(06)  VALUE '  AGE '.
           05  CL-AGE-DAYS             PIC ZZZ9.
           05  FILLER                  PIC X(05)  VALUE ' DAYS'.

       01  CL-ORDER-LINE.
           05  FILLER                  PIC X(09)  VALUE SPACES.
           05  FILLER                  PIC X(06)  VALUE 'ORDER '.
           05  CL-OUTCOME-TEXT         PIC X(17).
           05  FILLER                  PIC X(10)  VALUE ' DATE     '.
           05  CL-ORDER-DATE           PIC 9(08).
           05  FILLER                  PIC X(08)  VALUE '  VALUE '.
           05  CL-ORDER-VALUE          PIC Z,ZZZ,ZZ9.99.

       01  CL-JOURNAL-LINE.
           05  FILLER                  PIC X(09)  VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE 'LAST JOURNAL ENTRY  '.
           05  CL-JOURNAL-DATE         PIC X(12).

       01  CL-PRODUCT-LINE.
           05  FILLER                  PIC X(09)  VALUE SPACES.
           05  FILLER                  PIC X(06)  VALUE 'PROD  '.
           05  CL-PRODUCT-CODE         PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CL-PRODUCT-DESC         PIC X(30).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  CL-PRODUCT-STATUS       PIC X(12).

       01  CL-SUMMARY-LINE.
           05  CL-SUMMARY-LABEL        PIC X(35).
           05  CL-SUMMARY-COUNT        PIC ZZ,ZZ9.

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
           PERFORM OPEN-SUPPRESSION-MASTER.
           IF SUPPRESSION-FILE-FAILED
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-DATE).
           PERFORM LOAD-REQUEST-TABLE THRU LOAD-REQUEST-TABLE-EXIT.
           PERFORM SEARCH-REGION-FILES THRU SEARCH-REGION-FILES-EXIT.
           PERFORM FIND-LAST-JOURNAL-DATES
               THRU FIND-LAST-JOURNAL-DATES-EXIT.
           PERFORM PRINT-LOOKUP-LISTING THRU PRINT-LOOKUP-LISTING-EXIT.
           DISPLAY 'CUSTLKUP - ' RPT-REQUEST-CARD-COUNT
               ' REQUESTS, ' RPT-CUSTOMER-LISTED-COUNT
               ' CUSTOMERS LISTED'.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      *    LOAD-REQUEST-TABLE -- READ THE REQUEST CARDS INTO THE
      *    IN-MEMORY TABLE, EDITING EACH ONE AS IT COMES. A CARD THAT
      *    CANNOT BE SEARCHED IS KEPT WITH ITS REASON SO IT STILL
      *    SHOWS ON THE LISTING IN ITS PLACE. CARDS BEYOND THE 50-
      *    ENTRY LIMIT ARE IGNORED FOR THIS RUN AND NOTED ON SYSOUT,
      *    AS HISTRPT DOES.
      ******************************************************************
       LOAD-REQUEST-TABLE.
           MOVE 0 TO REQUEST-COUNT.
           MOVE 1 TO PERFORM-FLAG.
           OPEN INPUT LOOKUP-REQUEST.
           PERFORM LOAD-ONE-REQUEST THRU LOAD-ONE-REQUEST-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
           CLOSE LOOKUP-REQUEST.
       LOAD-REQUEST-TABLE-EXIT.
           EXIT.

       LOAD-ONE-REQUEST.
           READ LOOKUP-REQUEST
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO LOAD-ONE-REQUEST-EXIT.
           IF REQUEST-COUNT NOT LESS THAN 50
               DISPLAY 'CUSTLKUP - REQUEST CARD LIMIT OF 50 '
                   'EXCEEDED - EXTRA CARDS IGNORED'
               GO TO LOAD-ONE-REQUEST-EXIT.
           ADD 1 TO RPT-REQUEST-CARD-COUNT.
           MOVE SPACES TO CURRENT-REQUEST.
           MOVE LKRQ-SEARCH-TYPE  TO CQ-SEARCH-TYPE.
           MOVE LKRQ-SEARCH-VALUE TO CQ-SEARCH-VALUE.
           MOVE 0 TO CQ-PREFIX-LENGTH CQ-FIRST-MATCH CQ-MATCH-COUNT.
           MOVE 'N' TO CQ-OVERFLOW-SWITCH.
           PERFORM EDIT-REQUEST-CARD THRU EDIT-REQUEST-CARD-EXIT.
           IF CQ-REJECT-REASON NOT EQUAL SPACES
               ADD 1 TO RPT-REJECTED-CARD-COUNT.
           ADD 1 TO REQUEST-COUNT.
           MOVE CURRENT-REQUEST TO REQUEST-ENTRY(REQUEST-COUNT).
       LOAD-ONE-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      *    EDIT-REQUEST-CARD -- THE SEARCH TYPE MUST BE KNOWN AND THE
      *    VALUE PRESENT; A PHONE SEARCH NEEDS THE AREA CODE AND BOTH
      *    PARTS OF THE NUMBER. FOR A COMPANY SEARCH THE LENGTH OF
      *    THE PREFIX (UP TO ITS LAST NON-BLANK) IS WORKED OUT HERE,
      *    ONCE, FOR EVERY RECORD TO BE COMPARED AGAINST.
      ******************************************************************
       EDIT-REQUEST-CARD.
           IF NOT CQ-BY-NUMBER AND NOT CQ-BY-COMPANY
               AND NOT CQ-BY-PHONE AND NOT CQ-BY-STATE
               MOVE 'UNKNOWN SEARCH TYPE' TO CQ-REJECT-REASON
               GO TO EDIT-REQUEST-CARD-EXIT.
           IF CQ-SEARCH-VALUE EQUAL SPACES
               MOVE 'NOTHING TO SEARCH FOR' TO CQ-REJECT-REASON
               GO TO EDIT-REQUEST-CARD-EXIT.
           IF CQ-BY-NUMBER AND CQ-CUST-NUM EQUAL SPACES
               MOVE 'CUSTOMER NUMBER NOT IN COLS 2-6'
                                     TO CQ-REJECT-REASON
               GO TO EDIT-REQUEST-CARD-EXIT.
           IF CQ-BY-STATE AND CQ-STATE EQUAL SPACES
               MOVE 'STATE NOT IN COLUMNS 2-3' TO CQ-REJECT-REASON
               GO TO EDIT-REQUEST-CARD-EXIT.
           IF CQ-BY-PHONE
               IF CQ-AREA-CODE EQUAL SPACES
                   OR CQ-PHONE-1 EQUAL SPACES
                   OR CQ-PHONE-2 EQUAL SPACES
                   MOVE 'AREA CODE AND PHONE INCOMPLETE'
                                     TO CQ-REJECT-REASON
                   GO TO EDIT-REQUEST-CARD-EXIT.
           IF CQ-BY-COMPANY
               MOVE CQ-SEARCH-VALUE TO PW-COMPANY
               MOVE 20 TO PREFIX-SUB
               PERFORM BACK-UP-ONE-POSITION
                   THRU BACK-UP-ONE-POSITION-EXIT
                   UNTIL PW-CHAR(PREFIX-SUB) NOT EQUAL SPACE
               MOVE PREFIX-SUB TO CQ-PREFIX-LENGTH.
       EDIT-REQUEST-CARD-EXIT.
           EXIT.

       BACK-UP-ONE-POSITION.
           SUBTRACT 1 FROM PREFIX-SUB.
       BACK-UP-ONE-POSITION-EXIT.
           EXIT.

      ******************************************************************
      *    SEARCH-REGION-FILES -- RUN EVERY SEARCHABLE REQUEST AGAINST
      *    ALL FOUR REGION FILES, COLLECTING THE CUSTOMERS FOUND IN
      *    THE MATCH TABLE UNDER THEIR REQUEST.
      ******************************************************************
       SEARCH-REGION-FILES.
           MOVE 0 TO MATCH-COUNT.
           OPEN INPUT FOREIGN-REGION EAST-REGION WEST-REGION
                      CENTRAL-REGION.
           PERFORM SEARCH-ONE-REQUEST THRU SEARCH-ONE-REQUEST-EXIT
               VARYING REQ-SUB FROM 1 BY 1
               UNTIL REQ-SUB GREATER THAN REQUEST-COUNT.
           CLOSE FOREIGN-REGION EAST-REGION WEST-REGION
                 CENTRAL-REGION.
       SEARCH-REGION-FILES-EXIT.
           EXIT.

       SEARCH-ONE-REQUEST.
           MOVE REQUEST-ENTRY(REQ-SUB) TO CURRENT-REQUEST.
           IF CQ-REJECT-REASON NOT EQUAL SPACES
               GO TO SEARCH-ONE-REQUEST-EXIT.
           COMPUTE CQ-FIRST-MATCH = MATCH-COUNT + 1.
           PERFORM SEARCH-FOREIGN THRU SEARCH-FOREIGN-EXIT.
           PERFORM SEARCH-EAST THRU SEARCH-EAST-EXIT.
           PERFORM SEARCH-WEST THRU SEARCH-WEST-EXIT.
           PERFORM SEARCH-CENTRAL THRU SEARCH-CENTRAL-EXIT.
           IF CQ-MATCHES-OVERFLOWED
               ADD 1 TO RPT-OVERFLOW-COUNT.
           MOVE CURRENT-REQUEST TO REQUEST-ENTRY(REQ-SUB).
       SEARCH-ONE-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      *    SEARCH-FOREIGN -- A CUSTOMER NUMBER IS A KEYED READ. A
      *    STATE STARTS ON THE STATE ALTERNATE KEY AND READS ON UNTIL
      *    THE STATE CHANGES. A COMPANY PREFIX OR A PHONE NUMBER IS
      *    NOT KEYED, SO THE WHOLE FILE IS PASSED FROM THE FIRST
      *    CUSTOMER NUMBER ON.
      ******************************************************************
       SEARCH-FOREIGN.
           MOVE 'F' TO CANDIDATE-REGION.
           IF CQ-BY-NUMBER
               MOVE CQ-CUST-NUM TO FOREIGN-CUST-NUM
               READ FOREIGN-REGION INVALID KEY
                   GO TO SEARCH-FOREIGN-EXIT
               NOT INVALID KEY
                   MOVE FOREIGN-REGION-RECORD TO CUSTOMER-DECODE-AREA
                   PERFORM ADD-MATCH-ENTRY THRU ADD-MATCH-ENTRY-EXIT
                   GO TO SEARCH-FOREIGN-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           IF CQ-BY-STATE
               MOVE CQ-STATE TO FOREIGN-STATE
               START FOREIGN-REGION KEY IS EQUAL TO FOREIGN-STATE
                   INVALID KEY
                   MOVE 0 TO PERFORM-FLAG.
           IF NOT CQ-BY-STATE
               MOVE LOW-VALUES TO FOREIGN-CUST-NUM
               START FOREIGN-REGION
                   KEY IS NOT LESS THAN FOREIGN-CUST-NUM
                   INVALID KEY
                   MOVE 0 TO PERFORM-FLAG.
           PERFORM SCAN-ONE-FOREIGN THRU SCAN-ONE-FOREIGN-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
       SEARCH-FOREIGN-EXIT.
           EXIT.

       SCAN-ONE-FOREIGN.
           READ FOREIGN-REGION NEXT RECORD
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO SCAN-ONE-FOREIGN-EXIT.
           MOVE FOREIGN-REGION-RECORD TO CUSTOMER-DECODE-AREA.
           PERFORM TEST-CANDIDATE THRU TEST-CANDIDATE-EXIT.
       SCAN-ONE-FOREIGN-EXIT.
           EXIT.

      ******************************************************************
      *    SEARCH-EAST -- SAME PATTERN AS SEARCH-FOREIGN, FOR
      *    EAST-REGION.
      ******************************************************************
       SEARCH-EAST.
           MOVE 'E' TO CANDIDATE-REGION.
           IF CQ-BY-NUMBER
               MOVE CQ-CUST-NUM TO EAST-CUST-NUM
               READ EAST-REGION INVALID KEY
                   GO TO SEARCH-EAST-EXIT
               NOT INVALID KEY
                   MOVE EAST-REGION-RECORD TO CUSTOMER-DECODE-AREA
                   PERFORM ADD-MATCH-ENTRY THRU ADD-MATCH-ENTRY-EXIT
                   GO TO SEARCH-EAST-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           IF CQ-BY-STATE
               MOVE CQ-STATE TO EAST-STATE
               START EAST-REGION KEY IS EQUAL TO EAST-STATE
                   INVALID KEY
                   MOVE 0 TO PERFORM-FLAG.
           IF NOT CQ-BY-STATE
               MOVE LOW-VALUES TO EAST-CUST-NUM
               START EAST-REGION
                   KEY IS NOT LESS THAN EAST-CUST-NUM
                   INVALID KEY
                   MOVE 0 TO PERFORM-FLAG.
           PERFORM SCAN-ONE-EAST THRU SCAN-ONE-EAST-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
       SEARCH-EAST-EXIT.
           EXIT.

       SCAN-ONE-EAST.
           READ EAST-REGION NEXT RECORD
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO SCAN-ONE-EAST-EXIT.
           MOVE EAST-REGION-RECORD TO CUSTOMER-DECODE-AREA.
           PERFORM TEST-CANDIDATE THRU TEST-CANDIDATE-EXIT.
       SCAN-ONE-EAST-EXIT.
           EXIT.

      ******************************************************************
      *    SEARCH-WEST -- SAME PATTERN AS SEARCH-FOREIGN, FOR
      *    WEST-REGION.
      ******************************************************************
       SEARCH-WEST.
           MOVE 'W' TO CANDIDATE-REGION.
           IF CQ-BY-NUMBER
               MOVE CQ-CUST-NUM TO WEST-CUST-NUM
               READ WEST-REGION INVALID KEY
                   GO TO SEARCH-WEST-EXIT
               NOT INVALID KEY
                   MOVE WEST-REGION-RECORD TO CUSTOMER-DECODE-AREA
                   PERFORM ADD-MATCH-ENTRY THRU ADD-MATCH-ENTRY-EXIT
                   GO TO SEARCH-WEST-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           IF CQ-BY-STATE
               MOVE CQ-STATE TO WEST-STATE
               START WEST-REGION KEY IS EQUAL TO WEST-STATE
                   INVALID KEY
                   MOVE 0 TO PERFORM-FLAG.
           IF NOT CQ-BY-STATE
               MOVE LOW-VALUES TO WEST-CUST-NUM
               START WEST-REGION
                   KEY IS NOT LESS THAN WEST-CUST-NUM
                   INVALID KEY
                   MOVE 0 TO PERFORM-FLAG.
           PERFORM SCAN-ONE-WEST THRU SCAN-ONE-WEST-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
       SEARCH-WEST-EXIT.
           EXIT.

       SCAN-ONE-WEST.
           READ WEST-REGION NEXT RECORD
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO SCAN-ONE-WEST-EXIT.
           MOVE WEST-REGION-RECORD TO CUSTOMER-DECODE-AREA.
           PERFORM TEST-CANDIDATE THRU TEST-CANDIDATE-EXIT.
       SCAN-ONE-WEST-EXIT.
           EXIT.

      ******************************************************************
      *    SEARCH-CENTRAL -- SAME PATTERN AS SEARCH-FOREIGN, FOR
      *    CENTRAL-REGION.
      ******************************************************************
       SEARCH-CENTRAL.
           MOVE 'C' TO CANDIDATE-REGION.
           IF CQ-BY-NUMBER
               MOVE CQ-CUST-NUM TO CNTR-CUST-NUM
               READ CENTRAL-REGION INVALID KEY
                   GO TO SEARCH-CENTRAL-EXIT
               NOT INVALID KEY
                   MOVE CENTRAL-REGION-RECORD TO CUSTOMER-DECODE-AREA
                   PERFORM ADD-MATCH-ENTRY THRU ADD-MATCH-ENTRY-EXIT
                   GO TO SEARCH-CENTRAL-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           IF CQ-BY-STATE
               MOVE CQ-STATE TO CNTR-STATE
               START CENTRAL-REGION KEY IS EQUAL TO CNTR-STATE
                   INVALID KEY
                   MOVE 0 TO PERFORM-FLAG.
           IF NOT CQ-BY-STATE
               MOVE LOW-VALUES TO CNTR-CUST-NUM
               START CENTRAL-REGION
                   KEY IS NOT LESS THAN CNTR-CUST-NUM
                   INVALID KEY
                   MOVE 0 TO PERFORM-FLAG.
           PERFORM SCAN-ONE-CENTRAL THRU SCAN-ONE-CENTRAL-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
       SEARCH-CENTRAL-EXIT.
           EXIT.

       SCAN-ONE-CENTRAL.
           READ CENTRAL-REGION NEXT RECORD
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO SCAN-ONE-CENTRAL-EXIT.
           MOVE CENTRAL-REGION-RECORD TO CUSTOMER-DECODE-AREA.
           PERFORM TEST-CANDIDATE THRU TEST-CANDIDATE-EXIT.
       SCAN-ONE-CENTRAL-EXIT.
           EXIT.

      ******************************************************************
      *    TEST-CANDIDATE -- DOES THE RECORD IN THE DECODE AREA MEET
      *    THE CURRENT REQUEST? ON A STATE SEARCH THE FIRST RECORD OF
      *    ANOTHER STATE ENDS THE PASS. ON A COMPANY SEARCH THE
      *    COMPANY IS CUT BACK TO THE PREFIX LENGTH BEFORE COMPARING.
      ******************************************************************
       TEST-CANDIDATE.
           IF CQ-BY-STATE
               IF CD-STATE EQUAL CQ-STATE
                   PERFORM ADD-MATCH-ENTRY THRU ADD-MATCH-ENTRY-EXIT
                   GO TO TEST-CANDIDATE-EXIT
               ELSE
                   MOVE 0 TO PERFORM-FLAG
                   GO TO TEST-CANDIDATE-EXIT.
           IF CQ-BY-PHONE
               IF CD-AREA-CODE EQUAL CQ-AREA-CODE
                   AND CD-PHONE-1 EQUAL CQ-PHONE-1
                   AND CD-PHONE-2 EQUAL CQ-PHONE-2
                   PERFORM ADD-MATCH-ENTRY THRU ADD-MATCH-ENTRY-EXIT
                   GO TO TEST-CANDIDATE-EXIT
               ELSE
                   GO TO TEST-CANDIDATE-EXIT.
           MOVE CD-COMPANY TO PW-COMPANY.
           COMPUTE PREFIX-START = CQ-PREFIX-LENGTH + 1.
           PERFORM BLANK-ONE-POSITION THRU BLANK-ONE-POSITION-EXIT
               VARYING PREFIX-SUB FROM PREFIX-START BY 1
               UNTIL PREFIX-SUB GREATER THAN 20.
           IF PW-COMPANY EQUAL CQ-SEARCH-VALUE
               PERFORM ADD-MATCH-ENTRY THRU ADD-MATCH-ENTRY-EXIT.
       TEST-CANDIDATE-EXIT.
           EXIT.

       BLANK-ONE-POSITION.
           MOVE SPACE TO PW-CHAR(PREFIX-SUB).
       BLANK-ONE-POSITION-EXIT.
           EXIT.

      ******************************************************************
      *    ADD-MATCH-ENTRY -- NOTE THE CUSTOMER IN THE DECODE AREA
      *    UNDER THE CURRENT REQUEST. PAST THE 500-ENTRY LIMIT THE
      *    REQUEST IS MARKED OVERFLOWED AND ITS LISTING SAYS SO.
      ******************************************************************
       ADD-MATCH-ENTRY.
           IF MATCH-COUNT NOT LESS THAN 500
               MOVE 'Y' TO CQ-OVERFLOW-SWITCH
               GO TO ADD-MATCH-ENTRY-EXIT.
           ADD 1 TO MATCH-COUNT.
           ADD 1 TO CQ-MATCH-COUNT.
           MOVE CANDIDATE-REGION TO MT-REGION(MATCH-COUNT).
           MOVE CD-CUST-NUM      TO MT-CUST-NUM(MATCH-COUNT).
           MOVE 0                TO MT-LAST-JRNL-DATE(MATCH-COUNT).
       ADD-MATCH-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    FIND-LAST-JOURNAL-DATES -- PASS THE JRNLARCH ARCHIVE
      *    GENERATIONS AND THEN THE LIVE JOURNAL, KEEPING THE LATEST
      *    RUN DATE SEEN FOR EACH CUSTOMER FOUND. A DUMMY OR ABSENT
      *    ARCHIVE DD LEAVES THE OPEN UNSUCCESSFUL AND THAT PASS IS
      *    SKIPPED. WITH NOTHING FOUND THERE IS NOTHING TO DATE.
      ******************************************************************
       FIND-LAST-JOURNAL-DATES.
           IF MATCH-COUNT EQUAL TO 0
               GO TO FIND-LAST-JOURNAL-DATES-EXIT.
           OPEN INPUT JOURNAL-ARCHIVE.
           IF ARCH-FILE-STATUS EQUAL '00'
               MOVE 1 TO PERFORM-FLAG
               PERFORM DATE-ONE-ARCHIVE-ENTRY
                   THRU DATE-ONE-ARCHIVE-ENTRY-EXIT
                   UNTIL PERFORM-FLAG EQUAL TO 0
               CLOSE JOURNAL-ARCHIVE.
           OPEN INPUT HISTORY-JOURNAL.
           MOVE 1 TO PERFORM-FLAG.
           PERFORM DATE-ONE-JOURNAL-ENTRY
               THRU DATE-ONE-JOURNAL-ENTRY-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
           CLOSE HISTORY-JOURNAL.
       FIND-LAST-JOURNAL-DATES-EXIT.
           EXIT.

       DATE-ONE-ARCHIVE-ENTRY.
           READ JOURNAL-ARCHIVE
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO DATE-ONE-ARCHIVE-ENTRY-EXIT.
           IF NOT JARC-IS-DETAIL
               GO TO DATE-ONE-ARCHIVE-ENTRY-EXIT.
           ADD 1 TO RPT-ARCHIVE-READ-COUNT.
           MOVE JARC-IMAGE TO JE-ENTRY-AREA.
           PERFORM DATE-MATCH-ENTRY THRU DATE-MATCH-ENTRY-EXIT
               VARYING MATCH-SUB FROM 1 BY 1
               UNTIL MATCH-SUB GREATER THAN MATCH-COUNT.
       DATE-ONE-ARCHIVE-ENTRY-EXIT.
           EXIT.

       DATE-ONE-JOURNAL-ENTRY.
           READ HISTORY-JOURNAL
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO DATE-ONE-JOURNAL-ENTRY-EXIT.
           ADD 1 TO RPT-JOURNAL-READ-COUNT.
           MOVE JOURNAL-RECORD TO JE-ENTRY-AREA.
           PERFORM DATE-MATCH-ENTRY THRU DATE-MATCH-ENTRY-EXIT
               VARYING MATCH-SUB FROM 1 BY 1
               UNTIL MATCH-SUB GREATER THAN MATCH-COUNT.
       DATE-ONE-JOURNAL-ENTRY-EXIT.
           EXIT.

       DATE-MATCH-ENTRY.
           IF MT-CUST-NUM(MATCH-SUB) EQUAL JE-CUST-NUM
               AND JE-RUN-DATE GREATER THAN
                   MT-LAST-JRNL-DATE(MATCH-SUB)
               MOVE JE-RUN-DATE TO MT-LAST-JRNL-DATE(MATCH-SUB).
       DATE-MATCH-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    PRINT-LOOKUP-LISTING -- EACH REQUEST IN CARD ORDER, WITH
      *    EVERY CUSTOMER IT FOUND LISTED IN FULL BENEATH IT.
      ******************************************************************
       PRINT-LOOKUP-LISTING.
           OPEN INPUT FOREIGN-REGION EAST-REGION WEST-REGION
                      CENTRAL-REGION SALESREP-MASTER PRODUCT-MASTER.
           OPEN OUTPUT LOOKUP-REPORT.
           MOVE TODAY-DATE TO CL-HEADING-DATE.
           WRITE LOOKUP-REPORT-LINE FROM CL-HEADING-1.
           PERFORM PRINT-ONE-REQUEST THRU PRINT-ONE-REQUEST-EXIT
               VARYING REQ-SUB FROM 1 BY 1
               UNTIL REQ-SUB GREATER THAN REQUEST-COUNT.
           PERFORM WRITE-LOOKUP-SUMMARY THRU WRITE-LOOKUP-SUMMARY-EXIT.
           CLOSE FOREIGN-REGION EAST-REGION WEST-REGION
                 CENTRAL-REGION SALESREP-MASTER PRODUCT-MASTER
                 LOOKUP-REPORT.
           IF SUPPRESSION-FILE-OPEN
               CLOSE SUPPRESSION-MASTER.
       PRINT-LOOKUP-LISTING-EXIT.
           EXIT.

       PRINT-ONE-REQUEST.
           MOVE REQUEST-ENTRY(REQ-SUB) TO CURRENT-REQUEST.
           MOVE SPACES TO LOOKUP-REPORT-LINE.
           WRITE LOOKUP-REPORT-LINE.
           MOVE REQ-SUB         TO CL-REQUEST-NUM.
           MOVE CQ-SEARCH-VALUE TO CL-REQUEST-VALUE.
           IF CQ-BY-NUMBER
               MOVE 'CUSTOMER NUMBER' TO CL-REQUEST-TYPE
           ELSE
           IF CQ-BY-COMPANY
               MOVE 'COMPANY PREFIX' TO CL-REQUEST-TYPE
           ELSE
           IF CQ-BY-PHONE
               MOVE 'AREA CODE AND PHONE' TO CL-REQUEST-TYPE
           ELSE
           IF CQ-BY-STATE
               MOVE 'STATE' TO CL-REQUEST-TYPE
           ELSE
               MOVE 'UNKNOWN TYPE' TO CL-REQUEST-TYPE.
           WRITE LOOKUP-REPORT-LINE FROM CL-REQUEST-LINE.
           IF CQ-REJECT-REASON NOT EQUAL SPACES
               MOVE SPACES TO CL-MESSAGE
               STRING '** REQUEST NOT SEARCHED - ' DELIMITED BY SIZE
                      CQ-REJECT-REASON          DELIMITED BY SIZE
                   INTO CL-MESSAGE
               WRITE LOOKUP-REPORT-LINE FROM CL-MESSAGE-LINE
               GO TO PRINT-ONE-REQUEST-EXIT.
           IF CQ-MATCH-COUNT EQUAL TO 0
               AND NOT CQ-MATCHES-OVERFLOWED
               ADD 1 TO RPT-NO-HIT-COUNT
               MOVE '** NO CUSTOMER ON FILE MATCHES THIS REQUEST **'
                                     TO CL-MESSAGE
               WRITE LOOKUP-REPORT-LINE FROM CL-MESSAGE-LINE
               GO TO PRINT-ONE-REQUEST-EXIT.
           COMPUTE MATCH-LAST = CQ-FIRST-MATCH + CQ-MATCH-COUNT - 1.
           PERFORM PRINT-ONE-MATCH THRU PRINT-ONE-MATCH-EXIT
               VARYING MATCH-SUB FROM CQ-FIRST-MATCH BY 1
               UNTIL MATCH-SUB GREATER THAN MATCH-LAST.
           IF CQ-MATCHES-OVERFLOWED
               MOVE '** MATCH LIMIT OF 500 REACHED - NARROW THE SEARCH'
                                     TO CL-MESSAGE
               WRITE LOOKUP-REPORT-LINE FROM CL-MESSAGE-LINE.
       PRINT-ONE-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      *    PRINT-ONE-MATCH -- READ THE CUSTOMER BACK FROM THE REGION
      *    IT WAS FOUND IN AND LIST IT IN FULL.
      ******************************************************************
       PRINT-ONE-MATCH.
           PERFORM READ-MATCHED-CUSTOMER
               THRU READ-MATCHED-CUSTOMER-EXIT.
           MOVE SPACES TO LOOKUP-REPORT-LINE.
           WRITE LOOKUP-REPORT-LINE.
           MOVE MT-CUST-NUM(MATCH-SUB) TO CL-CUST-NUM.
           IF MT-REGION(MATCH-SUB) EQUAL 'F'
               MOVE 'FOREIGN' TO CL-REGION-NAME
           ELSE
           IF MT-REGION(MATCH-SUB) EQUAL 'E'
               MOVE 'EAST'    TO CL-REGION-NAME
           ELSE
           IF MT-REGION(MATCH-SUB) EQUAL 'W'
               MOVE 'WEST'    TO CL-REGION-NAME
           ELSE
               MOVE 'CENTRAL' TO CL-REGION-NAME.
           IF NOT CUSTOMER-WAS-FOUND
               MOVE SPACES TO CL-COMPANY
               WRITE LOOKUP-REPORT-LINE FROM CL-CUSTOMER-LINE
               MOVE '** NO LONGER ON THE REGION FILE **' TO CL-MESSAGE
               WRITE LOOKUP-REPORT-LINE FROM CL-MESSAGE-LINE
               GO TO PRINT-ONE-MATCH-EXIT.
           ADD 1 TO RPT-CUSTOMER-LISTED-COUNT.
           MOVE CD-COMPANY   TO CL-COMPANY.
           WRITE LOOKUP-REPORT-LINE FROM CL-CUSTOMER-LINE.
           MOVE CD-CUST-NAME TO CL-CUST-NAME.
           MOVE CD-AREA-CODE TO CL-AREA-CODE.
           MOVE CD-PHONE-1   TO CL-PHONE-1.
           MOVE CD-PHONE-2   TO CL-PHONE-2.
           WRITE LOOKUP-REPORT-LINE FROM CL-NAME-LINE.
           MOVE CD-ADDRESS-1 TO CL-ADDRESS-1.
           MOVE CD-ADDRESS-2 TO CL-ADDRESS-2.
           MOVE CD-CITY      TO CL-CITY.
           MOVE CD-STATE     TO CL-STATE.
           WRITE LOOKUP-REPORT-LINE FROM CL-ADDRESS-LINE.
           PERFORM LOOKUP-SALESREP THRU LOOKUP-SALESREP-EXIT.
           WRITE LOOKUP-REPORT-LINE FROM CL-REP-LINE.
           PERFORM FORMAT-FOLLOWUP-STATUS
               THRU FORMAT-FOLLOWUP-STATUS-EXIT.
           WRITE LOOKUP-REPORT-LINE FROM CL-STATUS-LINE.
           PERFORM FORMAT-ORDER-OUTCOME THRU FORMAT-ORDER-OUTCOME-EXIT.
           WRITE LOOKUP-REPORT-LINE FROM CL-ORDER-LINE.
           IF MT-LAST-JRNL-DATE(MATCH-SUB) EQUAL TO 0
               MOVE 'NONE ON FILE' TO CL-JOURNAL-DATE
           ELSE
               MOVE MT-LAST-JRNL-DATE(MATCH-SUB) TO CL-JOURNAL-DATE.
           WRITE LOOKUP-REPORT-LINE FROM CL-JOURNAL-LINE.
           MOVE CD-CUST-NUM  TO SC-CUST-NUM.
           MOVE CD-AREA-CODE TO SC-AREA-CODE.
           MOVE CD-PHONE-1   TO SC-PHONE-1.
           MOVE CD-PHONE-2   TO SC-PHONE-2.
           MOVE CD-COMPANY   TO SC-COMPANY.
           PERFORM CHECK-SUPPRESSION THRU CHECK-SUPPRESSION-EXIT.
           IF CUSTOMER-IS-SUPPRESSED
               MOVE '** DO NOT CONTACT - ON THE SUPPRESSION MASTER **'
                                     TO CL-MESSAGE
               WRITE LOOKUP-REPORT-LINE FROM CL-MESSAGE-LINE.
           IF CD-INTERESTS NOT NUMERIC
               OR CD-INTERESTS GREATER THAN 20
               MOVE '** PRODUCT INTEREST COUNT NOT VALID **'
                                     TO CL-MESSAGE
               WRITE LOOKUP-REPORT-LINE FROM CL-MESSAGE-LINE
               GO TO PRINT-ONE-MATCH-EXIT.
           PERFORM PRINT-ONE-PRODUCT THRU PRINT-ONE-PRODUCT-EXIT
               VARYING PRODUCT-SUB FROM 1 BY 1
               UNTIL PRODUCT-SUB GREATER THAN CD-INTERESTS.
       PRINT-ONE-MATCH-EXIT.
           EXIT.

      ******************************************************************
      *    READ-MATCHED-CUSTOMER -- KEYED READ OF THE MATCHED CUSTOMER
      *    FROM ITS REGION INTO THE DECODE AREA.
      ******************************************************************
       READ-MATCHED-CUSTOMER.
           MOVE 'Y' TO CUSTOMER-FOUND-SWITCH.
           IF MT-REGION(MATCH-SUB) EQUAL 'F'
               MOVE MT-CUST-NUM(MATCH-SUB) TO FOREIGN-CUST-NUM
               READ FOREIGN-REGION INVALID KEY
                   MOVE 'N' TO CUSTOMER-FOUND-SWITCH
                   GO TO READ-MATCHED-CUSTOMER-EXIT
               NOT INVALID KEY
                   MOVE FOREIGN-REGION-RECORD TO CUSTOMER-DECODE-AREA
                   GO TO READ-MATCHED-CUSTOMER-EXIT.
           IF MT-REGION(MATCH-SUB) EQUAL 'E'
               MOVE MT-CUST-NUM(MATCH-SUB) TO EAST-CUST-NUM
               READ EAST-REGION INVALID KEY
                   MOVE 'N' TO CUSTOMER-FOUND-SWITCH
                   GO TO READ-MATCHED-CUSTOMER-EXIT
               NOT INVALID KEY
                   MOVE EAST-REGION-RECORD TO CUSTOMER-DECODE-AREA
                   GO TO READ-MATCHED-CUSTOMER-EXIT.
           IF MT-REGION(MATCH-SUB) EQUAL 'W'
               MOVE MT-CUST-NUM(MATCH-SUB) TO WEST-CUST-NUM
               READ WEST-REGION INVALID KEY
                   MOVE 'N' TO CUSTOMER-FOUND-SWITCH
                   GO TO READ-MATCHED-CUSTOMER-EXIT
               NOT INVALID KEY
                   MOVE WEST-REGION-RECORD TO CUSTOMER-DECODE-AREA
                   GO TO READ-MATCHED-CUSTOMER-EXIT.
           MOVE MT-CUST-NUM(MATCH-SUB) TO CNTR-CUST-NUM.
           READ CENTRAL-REGION INVALID KEY
               MOVE 'N' TO CUSTOMER-FOUND-SWITCH
           NOT INVALID KEY
               MOVE CENTRAL-REGION-RECORD TO CUSTOMER-DECODE-AREA.
       READ-MATCHED-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      *    LOOKUP-SALESREP -- KEYED READ OF THE SALESREP MASTER FOR
      *    THE CUSTOMER'S REP. A CODE WITH NO MASTER RECORD PRINTS
      *    FLAGGED, AS ON REPWKLD.
      ******************************************************************
       LOOKUP-SALESREP.
           MOVE CD-SALESREP TO CL-SALESREP.
           MOVE CD-OFFICE   TO CL-OFFICE.
           MOVE CD-SALESREP TO SREP-REP-CODE.
           READ SALESREP-MASTER INVALID KEY
               MOVE '** NOT ON MASTER **' TO CL-REP-NAME
           NOT INVALID KEY
               MOVE SREP-REP-NAME TO CL-REP-NAME.
       LOOKUP-SALESREP-EXIT.
           EXIT.

      ******************************************************************
      *    FORMAT-FOLLOWUP-STATUS -- THE FOLLOW-UP STATUS IN WORDS AND
      *    THE INQUIRY'S AGE IN DAYS FROM ITS RECEIVED DATE, WORKED
      *    THE WAY AGERPT WORKS IT: A BLANK OR ZERO RECEIVED DATE
      *    SHOWS AGE 9999.
      ******************************************************************
       FORMAT-FOLLOWUP-STATUS.
           IF CD-AWAITING-CONTACT
               MOVE 'AWAITING CONTACT' TO CL-STATUS-TEXT
           ELSE
           IF CD-CONTACTED
               MOVE 'CONTACTED' TO CL-STATUS-TEXT
           ELSE
           IF CD-FOLLOWUP-CLOSED
               MOVE 'CLOSED' TO CL-STATUS-TEXT
           ELSE
               MOVE 'NOT RECORDED' TO CL-STATUS-TEXT.
           IF CD-RECVD-DATE NOT NUMERIC
               OR CD-RECVD-DATE EQUAL TO 0
               MOVE 0 TO CL-RECVD-DATE
               MOVE 9999 TO AGE-DAYS
           ELSE
               MOVE CD-RECVD-DATE TO CL-RECVD-DATE
               COMPUTE RECVD-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CD-RECVD-DATE)
               COMPUTE AGE-DAYS = TODAY-INTEGER - RECVD-INTEGER
                   ON SIZE ERROR
                   MOVE 9999 TO AGE-DAYS.
           MOVE AGE-DAYS TO CL-AGE-DAYS.
       FORMAT-FOLLOWUP-STATUS-EXIT.
           EXIT.

       FORMAT-ORDER-OUTCOME.
           IF CD-ORDER-WON
               MOVE 'WON' TO CL-OUTCOME-TEXT
           ELSE
           IF CD-ORDER-LOST
               MOVE 'LOST' TO CL-OUTCOME-TEXT
           ELSE
           IF CD-NO-DECISION
               MOVE 'NO DECISION' TO CL-OUTCOME-TEXT
           ELSE
               MOVE 'NONE YET' TO CL-OUTCOME-TEXT.
           IF CD-ORDER-DATE NUMERIC
               MOVE CD-ORDER-DATE TO CL-ORDER-DATE
           ELSE
               MOVE 0 TO CL-ORDER-DATE.
           IF CD-ORDER-VALUE NUMERIC
               MOVE CD-ORDER-VALUE TO CL-ORDER-VALUE
           ELSE
               MOVE 0 TO CL-ORDER-VALUE.
       FORMAT-ORDER-OUTCOME-EXIT.
           EXIT.

      ******************************************************************
      *    PRINT-ONE-PRODUCT -- ONE PRODUCT INTEREST WITH ITS
      *    DESCRIPTION AND STATUS FROM THE PRODUCT MASTER.
      ******************************************************************
       PRINT-ONE-PRODUCT.
           MOVE CD-PRODUCTS(PRODUCT-SUB) TO CL-PRODUCT-CODE.
           MOVE CD-PRODUCTS(PRODUCT-SUB) TO PROD-CODE.
           READ PRODUCT-MASTER INVALID KEY
               MOVE '** NOT ON PRODUCT MASTER **' TO CL-PRODUCT-DESC
               MOVE SPACES TO CL-PRODUCT-STATUS
           NOT INVALID KEY
               MOVE PROD-DESCRIPTION TO CL-PRODUCT-DESC
               IF PROD-IS-DISCONTINUED
                   MOVE 'DISCONTINUED' TO CL-PRODUCT-STATUS
               ELSE
                   MOVE SPACES TO CL-PRODUCT-STATUS.
           WRITE LOOKUP-REPORT-LINE FROM CL-PRODUCT-LINE.
       PRINT-ONE-PRODUCT-EXIT.
           EXIT.

       WRITE-LOOKUP-SUMMARY.
           MOVE SPACES TO LOOKUP-REPORT-LINE.
           WRITE LOOKUP-REPORT-LINE.
           MOVE 'REQUEST CARDS LOADED' TO CL-SUMMARY-LABEL.
           MOVE RPT-REQUEST-CARD-COUNT TO CL-SUMMARY-COUNT.
           WRITE LOOKUP-REPORT-LINE FROM CL-SUMMARY-LINE.
           MOVE 'REQUESTS NOT SEARCHED' TO CL-SUMMARY-LABEL.
           MOVE RPT-REJECTED-CARD-COUNT TO CL-SUMMARY-COUNT.
           WRITE LOOKUP-REPORT-LINE FROM CL-SUMMARY-LINE.
           MOVE 'REQUESTS WITH NO MATCH' TO CL-SUMMARY-LABEL.
           MOVE RPT-NO-HIT-COUNT TO CL-SUMMARY-COUNT.
           WRITE LOOKUP-REPORT-LINE FROM CL-SUMMARY-LINE.
           MOVE 'REQUESTS OVER THE MATCH LIMIT' TO CL-SUMMARY-LABEL.
           MOVE RPT-OVERFLOW-COUNT TO CL-SUMMARY-COUNT.
           WRITE LOOKUP-REPORT-LINE FROM CL-SUMMARY-LINE.
           MOVE 'CUSTOMERS LISTED' TO CL-SUMMARY-LABEL.
           MOVE RPT-CUSTOMER-LISTED-COUNT TO CL-SUMMARY-COUNT.
           WRITE LOOKUP-REPORT-LINE FROM CL-SUMMARY-LINE.
           MOVE 'ARCHIVE ENTRIES READ' TO CL-SUMMARY-LABEL.
           MOVE RPT-ARCHIVE-READ-COUNT TO CL-SUMMARY-COUNT.
           WRITE LOOKUP-REPORT-LINE FROM CL-SUMMARY-LINE.
           MOVE 'JOURNAL ENTRIES READ' TO CL-SUMMARY-LABEL.
           MOVE RPT-JOURNAL-READ-COUNT TO CL-SUMMARY-COUNT.
           WRITE LOOKUP-REPORT-LINE FROM CL-SUMMARY-LINE.
       WRITE-LOOKUP-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      *    CHECK-RUN-CONTROL -- THE SHARED REGION FILE INTERLOCK.
      *    THIS PROGRAM ONLY READS THE REGION FILES, SO IT CHECKS
      *    THE RECORD BUT NEVER MARKS IT: A LOOKUP TAKEN WHILE AN
      *    UPDATER IS IN FLIGHT, OR FROM A HALF-RELOADED REGION,
      *    COULD MISS CUSTOMERS OR SHOW THEM HALF CHANGED, SO THE RUN
      *    ENDS WITH RETURN-CODE 12 INSTEAD.
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
               DISPLAY 'CUSTLKUP - REGION FILES LOCKED - RELOAD OF '
                   'REGION ' RUNC-REGION ' INCOMPLETE - '
                   'RELOAD IT CLEAN BEFORE ANY OTHER RUN'
               GO TO CHECK-RUN-CONTROL-EXIT.
           DISPLAY 'CUSTLKUP - REGION FILES BUSY - ' RUNC-PROGRAM
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
               DISPLAY 'CUSTLKUP - BUSINESS DATE FILE NOT AVAILABLE - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           READ BUSINESS-DATE-FILE
               AT END MOVE 0 TO PERFORM-FLAG.
           CLOSE BUSINESS-DATE-FILE.
           IF PERFORM-FLAG EQUAL TO 0
               DISPLAY 'CUSTLKUP - BUSINESS DATE FILE EMPTY - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           IF BDAT-PROCESS-DATE NOT NUMERIC
               OR BDAT-PROCESS-DATE EQUAL ZERO
               DISPLAY 'CUSTLKUP - BUSINESS DATE NOT NUMERIC - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE BDAT-PROCESS-DATE TO TODAY-DATE.
           MOVE 'Y' TO BUSINESS-DATE-SWITCH.
       READ-BUSINESS-DATE-EXIT.
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
               DISPLAY 'CUSTLKUP - SUPPRESSION MASTER OPEN FAILED - '
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
