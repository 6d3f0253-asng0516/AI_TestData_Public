       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LEADINTK.
       AUTHOR.  DATA PROCESSING.

      ****************************************************************
      *
      *            LEADINTK.CBL
      *
      *         THIS PROGRAM TAKES IN THE COMMA-DELIMITED LEAD FILES
      *         SENT BY THE WEBSITE AND THE TRADE-SHOW PARTNERS AND
      *         CONVERTS EACH LEAD TO AN INQUIRY IN THE INQYFD
      *         LAYOUT, SO THE LEADS NO LONGER HAVE TO BE KEYED INTO
      *         SALESINQ BY HAND. IT RUNS AHEAD OF INQEDIT IN THE
      *         OVERNIGHT JOB, AND ITS OUTPUT IS EDITED, ROUTED AND
      *         FILED WITH THE REST OF THE NIGHT'S INQUIRIES.
      *
      *         EACH LEAD CARRIES THE CODE OF THE SOURCE THAT SENT IT
      *         IN ITS FIRST FIELD. THE COUNTRY SETS THE DOMESTIC
      *         FLAG: A DOMESTIC LEAD'S STATE MAY BE GIVEN AS THE
      *         POSTAL CODE OR THE FULL NAME, AND A FOREIGN LEAD
      *         CARRIES ITS 2-LETTER COUNTRY CODE IN THE STATE FIELD
      *         AS THE FOREIGN INQUIRIES KEYED BY THE OFFICES DO. THE
      *         PHONE NUMBER IS STRIPPED TO ITS DIGITS AND SPLIT INTO
      *         AREA CODE, PREFIX AND SUFFIX. EACH PRODUCT IS NAMED BY
      *         ITS CODE OR BY ITS DESCRIPTION ON THE PRODUCT MASTER
      *         AND IS CARRIED AS THE PRODUCT CODE; A DISCONTINUED
      *         PRODUCT IS PASSED ON FOR INQEDIT TO MAP TO ITS
      *         SUCCESSOR.
      *
      *         A CONVERTED LEAD IS GIVEN THE NEXT CUSTOMER NUMBER
      *         FROM THE BLOCK SET ASIDE FOR LEADS ON THE LEAD
      *         CONTROL RECORD. A NUMBER ALREADY ON ANY OF THE FOUR
      *         REGION FILES IS SKIPPED, SO A LEAD NEVER COLLIDES WITH
      *         A CUSTOMER ON FILE. A RERUN ON THE SAME BUSINESS DAY
      *         ISSUES THE NUMBERS OF THE FIRST RUN AGAIN.
      *
      *         EVERY CONVERTED LEAD IS LISTED UNDER ITS SOURCE ON THE
      *         INTAKE REGISTER WITH THE CUSTOMER NUMBER IT WAS GIVEN.
      *         A LEAD THAT CANNOT BE CONVERTED IS LISTED WITH THE
      *         REASON ON THE REJECT LISTING. THE CONTROL SECTION OF
      *         THE REGISTER BALANCES THE LEADS RECEIVED AGAINST THOSE
      *         CONVERTED AND REJECTED FOR EACH SOURCE.
      *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * INPUT DELIMITED LEAD FILES, CONCATENATED
           SELECT LEAD-FILE    ASSIGN LEADIN
               ORGANIZATION SEQUENTIAL.

      * LEAD INTAKE CONTROL RECORD - CUSTOMER NUMBER BLOCK FOR LEADS
           SELECT LEAD-CONTROL-FILE ASSIGN LEADCTL
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS LCTL-FILE-STATUS.

      * OUTPUT CONVERTED LEADS IN THE INQUIRY LAYOUT FOR INQEDIT
           SELECT INQUIRY      ASSIGN LEADINQ
               ORGANIZATION SEQUENTIAL.

      * PRODUCT MASTER VSAM FILE - MAINTAINED BY PRODMNT. PRODUCT
      * NAMES AND CODES ON THE LEADS ARE LOOKED UP ON IT
           SELECT PRODUCT-MASTER ASSIGN PRODMST
               ORGANIZATION INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS PROD-FILE-STATUS.

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

      * OUTPUT LEAD INTAKE REGISTER AND CONTROL REPORT
           SELECT LEAD-INTAKE-REPORT ASSIGN LEADRPT
               ORGANIZATION SEQUENTIAL.

      * OUTPUT LISTING OF LEADS NOT CONVERTED
           SELECT LEAD-REJECT-REPORT ASSIGN LEADREJ
               ORGANIZATION SEQUENTIAL.

      * SHARED BUSINESS-DATE CONTROL RECORD - ROLLED BY BDATROLL
           SELECT BUSINESS-DATE-FILE ASSIGN BUSDATE
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS BDAT-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.

       COPY 'LINTFS'.

       WORKING-STORAGE SECTION.

       01  PERFORM-FLAG                PIC 9      VALUE 1.

       01  LCTL-FILE-STATUS            PIC X(02).
       01  PROD-FILE-STATUS            PIC X(02).
       01  FOREIGN-FILE-STATUS         PIC X(02).
       01  EAST-FILE-STATUS            PIC X(02).
       01  WEST-FILE-STATUS            PIC X(02).
       01  CENTRAL-FILE-STATUS         PIC X(02).
       01  BDAT-FILE-STATUS            PIC X(02).

       01  BUSINESS-DATE-SWITCH        PIC X(01)  VALUE 'N'.
           88  BUSINESS-DATE-IS-VALID             VALUE 'Y'.

       01  LEAD-CONTROL-SWITCH         PIC X(01)  VALUE 'N'.
           88  LEAD-CONTROL-IS-VALID              VALUE 'Y'.

       01  REFERENCE-FILES-SWITCH      PIC X(01)  VALUE 'N'.
           88  REFERENCE-FILES-ARE-OPEN           VALUE 'Y'.

       01  WORK-LEFT-SWITCH            PIC X(01)  VALUE 'N'.
           88  WORK-WAS-LEFT-UNDONE               VALUE 'Y'.

       01  LEAD-CONTROL-WRITE-SWITCH   PIC X(01)  VALUE 'N'.
           88  LEAD-CONTROL-WAS-WRITTEN           VALUE 'Y'.

       01  QUOTE-SWITCH                PIC X(01)  VALUE 'N'.
           88  INSIDE-QUOTED-FIELD                VALUE 'Y'.

       01  FIELD-OVERFLOW-SWITCH       PIC X(01)  VALUE 'N'.
           88  TOO-MANY-FIELDS                    VALUE 'Y'.

       01  NUMBER-SEARCH-SWITCH        PIC X(01)  VALUE SPACE.
           88  FREE-NUMBER-WAS-FOUND              VALUE 'F'.
           88  NUMBER-RANGE-EXHAUSTED             VALUE 'X'.

       01  NUMBER-IN-USE-SWITCH        PIC X(01)  VALUE 'N'.
           88  NUMBER-IS-IN-USE                   VALUE 'Y'.

       01  DUPLICATE-PRODUCT-SWITCH    PIC X(01)  VALUE 'N'.
           88  PRODUCT-IS-DUPLICATE               VALUE 'Y'.

       01  RPT-RECORD-READ-COUNT       PIC 9(05)  VALUE 0.
       01  RPT-HEADING-SKIP-COUNT      PIC 9(05)  VALUE 0.
       01  RPT-BLANK-SKIP-COUNT        PIC 9(05)  VALUE 0.
       01  RPT-LEAD-READ-COUNT         PIC 9(05)  VALUE 0.
       01  RPT-CONVERTED-COUNT         PIC 9(05)  VALUE 0.
       01  RPT-REJECTED-COUNT          PIC 9(05)  VALUE 0.
       01  RPT-PRODUCT-BY-CODE-COUNT   PIC 9(05)  VALUE 0.
       01  RPT-PRODUCT-BY-NAME-COUNT   PIC 9(05)  VALUE 0.
       01  RPT-DUPLICATE-DROP-COUNT    PIC 9(05)  VALUE 0.
       01  RPT-NUMBER-SKIPPED-COUNT    PIC 9(05)  VALUE 0.
       01  RPT-UNTABLED-SOURCE-COUNT   PIC 9(05)  VALUE 0.
       01  RPT-MASTER-READ-COUNT       PIC 9(05)  VALUE 0.

       01  TODAY-DATE                  PIC 9(08)  VALUE 0.

       01  NEXT-NUMBER                 PIC 9(05)  VALUE 0.
       01  HIGH-NUMBER                 PIC 9(05)  VALUE 0.
       01  RUN-START-NUMBER            PIC 9(05)  VALUE 0.
       01  NUMBERS-LEFT                PIC 9(05)  VALUE 0.
       01  CANDIDATE-NUMBER            PIC 9(05)  VALUE 0.
       01  CANDIDATE-CUST-NUM REDEFINES CANDIDATE-NUMBER
                                       PIC X(05).

       01  LEAD-RECORD-LENGTH          PIC 9(04)  VALUE 0.
       01  CHAR-SUB                    PIC 9(04)  VALUE 1.
       01  NEXT-SUB                    PIC 9(04)  VALUE 1.
       01  FIELD-SUB                   PIC 9(02)  VALUE 1.
       01  OUT-SUB                     PIC 9(02)  VALUE 0.
       01  NAME-SUB                    PIC 9(02)  VALUE 1.
       01  DIGIT-SUB                   PIC 9(02)  VALUE 1.
       01  DIGIT-COUNT                 PIC 9(02)  VALUE 0.
       01  SOURCE-SUB                  PIC 9(02)  VALUE 0.
       01  SCAN-CHAR                   PIC X(01)  VALUE SPACE.
       01  NEXT-CHAR                   PIC X(01)  VALUE SPACE.

       01  LOWER-CASE-LETTERS          PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  UPPER-CASE-LETTERS          PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *    THE FIELDS OF ONE LEAD AS SPLIT FROM THE DELIMITED RECORD,
      *    EACH BUILT A CHARACTER AT A TIME. THE 31ST ENTRY CATCHES A
      *    LEAD NAMING MORE THAN 20 PRODUCTS.
       01  LEAD-FIELD-AREA.
           05  LEAD-FIELD              OCCURS 31 TIMES.
               10  LEAD-FIELD-TEXT     PIC X(40).
               10  LEAD-FIELD-CHARS REDEFINES LEAD-FIELD-TEXT.
                   15  LEAD-FIELD-CHAR PIC X(01)  OCCURS 40 TIMES.

       01  LEAD-FIELD-NAMES REDEFINES LEAD-FIELD-AREA.
           05  LF-SOURCE               PIC X(40).
           05  LF-LEAD-REF             PIC X(40).
           05  LF-COMPANY              PIC X(40).
           05  LF-CONTACT-NAME         PIC X(40).
           05  LF-ADDRESS-1            PIC X(40).
           05  LF-ADDRESS-2            PIC X(40).
           05  LF-CITY                 PIC X(40).
           05  LF-STATE                PIC X(40).
           05  LF-COUNTRY              PIC X(40).
               88  LF-COUNTRY-IS-DOMESTIC
                       VALUE SPACES 'US' 'USA' 'U.S.' 'U.S.A.'
                             'UNITED STATES'
                             'UNITED STATES OF AMERICA'.
           05  LF-PHONE                PIC X(40).
           05  LF-PRODUCT-NAME         PIC X(40)  OCCURS 21 TIMES.

       01  LEAD-SOURCE-CODE            PIC X(08)  VALUE SPACES.
       01  LEAD-STATE                  PIC X(02)  VALUE SPACES.
       01  LEAD-DOMESTIC-FLAG          PIC X(01)  VALUE SPACE.
       01  LEAD-REJECT-REASON          PIC X(30)  VALUE SPACES.
       01  LEAD-REJECT-VALUE           PIC X(40)  VALUE SPACES.
       01  FOUND-PRODUCT-CODE          PIC X(10)  VALUE SPACES.

       01  PHONE-DIGIT-AREA.
           05  PHONE-DIGIT             PIC X(01)  OCCURS 15 TIMES.
       01  PHONE-DIGIT-PARTS REDEFINES PHONE-DIGIT-AREA.
           05  PD-AREA-CODE            PIC X(03).
           05  PD-PHONE-1              PIC X(03).
           05  PD-PHONE-2              PIC X(04).
           05  FILLER                  PIC X(05).

       01  LEAD-PRODUCT-COUNT          PIC 9(02)  VALUE 0.
       01  LEAD-PRODUCT-TABLE.
           05  LEAD-PRODUCT            PIC X(10)  OCCURS 20 TIMES.

      *    EVERY PRODUCT ON THE MASTER, FOR MATCHING A LEAD'S PRODUCT
      *    NAME AGAINST THE DESCRIPTION.
       01  PRODUCT-COUNT               PIC 9(03)  VALUE 0.
       01  PRODUCT-TABLE-AREA.
           05  PRODUCT-TABLE           OCCURS 500 TIMES
                                       INDEXED BY PRODUCT-INDEX.
               10  PT-CODE             PIC X(10).
               10  PT-DESCRIPTION      PIC X(30).
               10  PT-STATUS           PIC X(01).
                   88  PT-IS-ACTIVE               VALUE 'A'.

      *    LEAD COUNTS FOR EACH SOURCE SEEN IN THE RUN.
       01  SOURCE-COUNT                PIC 9(02)  VALUE 0.
       01  SOURCE-TABLE-AREA.
           05  SOURCE-TABLE            OCCURS 50 TIMES
                                       INDEXED BY SOURCE-INDEX.
               10  SRC-CODE            PIC X(08).
               10  SRC-RECEIVED        PIC 9(05).
               10  SRC-CONVERTED       PIC 9(05).
               10  SRC-REJECTED        PIC 9(05).

       01  TOTAL-RECEIVED              PIC 9(05)  VALUE 0.
       01  TOTAL-CONVERTED             PIC 9(05)  VALUE 0.
       01  TOTAL-REJECTED              PIC 9(05)  VALUE 0.
       01  UNBALANCED-SOURCE-COUNT     PIC 9(02)  VALUE 0.

      *    POSTAL CODES AND NAMES OF THE STATES AND THE DISTRICT OF
      *    COLUMBIA. A DOMESTIC LEAD MAY GIVE EITHER.
       01  STATE-NAME-VALUES.
           05  FILLER  PIC X(22)  VALUE 'ALABAMA             AL'.
           05  FILLER  PIC X(22)  VALUE 'ALASKA              AK'.
           05  FILLER  PIC X(22)  VALUE 'ARIZONA             AZ'.
           05  FILLER  PIC X(22)  VALUE 'ARKANSAS            AR'.
           05  FILLER  PIC X(22)  VALUE 'CALIFORNIA          CA'.
           05  FILLER  PIC X(22)  VALUE 'COLORADO            CO'.
           05  FILLER  PIC X(22)  VALUE 'CONNECTICUT         CT'.
           05  FILLER  PIC X(22)  VALUE 'DELAWARE            DE'.
           05  FILLER  PIC X(22)  VALUE 'DISTRICT OF COLUMBIADC'.
           05  FILLER  PIC X(22)  VALUE 'FLORIDA             FL'.
           05  FILLER  PIC X(22)  VALUE 'GEORGIA             GA'.
           05  FILLER  PIC X(22)  VALUE 'HAWAII              HI'.
           05  FILLER  PIC X(22)  VALUE 'IDAHO               ID'.
           05  FILLER  PIC X(22)  VALUE 'ILLINOIS            IL'.
           05  FILLER  PIC X(22)  VALUE 'INDIANA             IN'.
           05  FILLER  PIC X(22)  VALUE 'IOWA                IA'.
           05  FILLER  PIC X(22)  VALUE 'KANSAS              KS'.
           05  FILLER  PIC X(22)  VALUE 'KENTUCKY            KY'.
           05  FILLER  PIC X(22)  VALUE 'LOUISIANA           LA'.
           05  FILLER  PIC X(22)  VALUE 'MAINE               ME'.
           05  FILLER  PIC X(22)  VALUE 'MARYLAND            MD'.
           05  FILLER  PIC X(22)  VALUE 'MASSACHUSETTS       MA'.
           05  FILLER  PIC X(22)  VALUE 'MICHIGAN            MI'.
           05  FILLER  PIC X(22)  VALUE 'MINNESOTA           MN'.
           05  FILLER  PIC X(22)  VALUE 'MISSISSIPPI         MS'.
           05  FILLER  PIC X(22)  VALUE 'MISSOURI            MO'.
           05  FILLER  PIC X(22)  VALUE 'MONTANA             MT'.
           05  FILLER  PIC X(22)  VALUE 'NEBRASKA            NE'.
           05  FILLER  PIC X(22)  VALUE 'NEVADA              NV'.
           05  FILLER  PIC X(22)  VALUE 'NEW HAMPSHIRE       NH'.
           05  FILLER  PIC X(22)  VALUE 'NEW JERSEY          NJ'.
           05  FILLER  PIC X(22)  VALUE 'NEW MEXICO          NM'.
           05  FILLER  PIC X(22)  VALUE 'NEW YORK            NY'.
           05  FILLER  PIC X(22)  VALUE 'NORTH CAROLINA      NC'.
           05  FILLER  PIC X(22)  VALUE 'NORTH DAKOTA        ND'.
           05  FILLER  PIC X(22)  VALUE 'OHIO                OH'.
           05  FILLER  PIC X(22)  VALUE 'OKLAHOMA            OK'.
           05  FILLER  PIC X(22)  VALUE 'OREGON              OR'.
           05  FILLER  PIC X(22)  VALUE 'PENNSYLVANIA        PA'.
           05  FILLER  PIC X(22)  VALUE 'RHODE ISLAND        RI'.
           05  FILLER  PIC X(22)  VALUE 'SOUTH CAROLINA      SC'.
           05  FILLER  PIC X(22)  VALUE 'SOUTH DAKOTA        SD'.
           05  FILLER  PIC X(22)  VALUE 'TENNESSEE           TN'.
           05  FILLER  PIC X(22)  VALUE 'TEXAS               TX'.
           05  FILLER  PIC X(22)  VALUE 'UTAH                UT'.
           05  FILLER  PIC X(22)  VALUE 'VERMONT             VT'.
           05  FILLER  PIC X(22)  VALUE 'VIRGINIA            VA'.
           05  FILLER  PIC X(22)  VALUE 'WASHINGTON          WA'.
           05  FILLER  PIC X(22)  VALUE 'WEST VIRGINIA       WV'.
           05  FILLER  PIC X(22)  VALUE 'WISCONSIN           WI'.
           05  FILLER  PIC X(22)  VALUE 'WYOMING             WY'.
       01  STATE-NAME-TABLE REDEFINES STATE-NAME-VALUES.
           05  STATE-ENTRY             OCCURS 51 TIMES
                                       INDEXED BY STATE-INDEX.
               10  ST-NAME             PIC X(20).
               10  ST-CODE             PIC X(02).

       01  LI-HEADING-1.
           05  FILLER                  PIC X(40)
               VALUE 'LEADINTK - LEAD INTAKE REGISTER'.
           05  FILLER                  PIC X(14)
               VALUE 'BUSINESS DATE '.
           05  LI-HEADING-DATE         PIC 9(08).

       01  LI-HEADING-2.
           05  FILLER                  PIC X(40)
               VALUE 'SOURCE   LEAD-REF     CUST# ST COMPANY'.
           05  FILLER                  PIC X(20)
               VALUE '         CONTACT'.

       01  LI-DETAIL-LINE.
           05  LI-SOURCE               PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  LI-LEAD-REF             PIC X(12).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  LI-CUST-NUM             PIC X(05).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  LI-STATE                PIC X(02).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  LI-COMPANY              PIC X(20).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  LI-CONTACT-NAME         PIC X(20).

       01  LI-HEADING-3.
           05  FILLER                  PIC X(48)
               VALUE 'SOURCE      RECEIVED  CONVERTED   REJECTED'.

       01  LI-SOURCE-LINE.
           05  LI-SOURCE-CODE          PIC X(08).
           05  FILLER                  PIC X(06)  VALUE SPACES.
           05  LI-SOURCE-RECEIVED      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  LI-SOURCE-CONVERTED     PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  LI-SOURCE-REJECTED      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LI-SOURCE-BALANCE       PIC X(16).

       01  LI-SUMMARY-LINE.
           05  LI-SUMMARY-LABEL        PIC X(35).
           05  LI-SUMMARY-COUNT        PIC ZZ,ZZ9.

       01  LR-HEADING-1.
           05  FILLER                  PIC X(40)
               VALUE 'LEADINTK - LEADS NOT CONVERTED'.

       01  LR-HEADING-2.
           05  FILLER                  PIC X(49)
               VALUE 'RECNO SOURCE   LEAD-REF     COMPANY'.
           05  FILLER                  PIC X(06)  VALUE 'REASON'.

       01  LR-DETAIL-LINE.
           05  LR-RECORD-NUMBER        PIC ZZZZ9.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  LR-SOURCE               PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  LR-LEAD-REF             PIC X(12).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  LR-COMPANY              PIC X(20).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  LR-REASON               PIC X(30).

       01  LR-VALUE-LINE.
           05  FILLER                  PIC X(28)  VALUE SPACES.
           05  FILLER                  PIC X(07)  VALUE 'VALUE: '.
           05  LR-VALUE                PIC X(40).

       PROCEDURE DIVISION.

       MAINLINE-PARAGRAPH.
           PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
           IF NOT BUSINESS-DATE-IS-VALID
               PERFORM CREATE-EMPTY-LEAD-INQUIRY
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-LEAD-CONTROL THRU READ-LEAD-CONTROL-EXIT.
           IF NOT LEAD-CONTROL-IS-VALID
               PERFORM CREATE-EMPTY-LEAD-INQUIRY
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM OPEN-REFERENCE-FILES THRU OPEN-REFERENCE-FILES-EXIT.
           IF NOT REFERENCE-FILES-ARE-OPEN
               PERFORM CREATE-EMPTY-LEAD-INQUIRY
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-PRODUCT-TABLE THRU LOAD-PRODUCT-TABLE-EXIT.
           PERFORM CONVERT-LEADS.
           CLOSE PRODUCT-MASTER FOREIGN-REGION EAST-REGION WEST-REGION
                 CENTRAL-REGION.
           PERFORM WRITE-LEAD-CONTROL THRU WRITE-LEAD-CONTROL-EXIT.
           PERFORM PROGRAM-TERMINATOR.
           STOP RUN.

      ******************************************************************
      *    CREATE-EMPTY-LEAD-INQUIRY -- WHEN THE RUN IS ABANDONED
      *    BEFORE ANY LEAD IS CONVERTED, LEADINQ IS STILL OPENED AND
      *    CLOSED SO IT IS WRITTEN WITH NO RECORDS. INQEDIT THEN READS
      *    IT AS AN EMPTY FILE AND EDITS THE NIGHT'S KEYED INQUIRIES
      *    AS USUAL.
      ******************************************************************
       CREATE-EMPTY-LEAD-INQUIRY.
           OPEN OUTPUT INQUIRY.
           CLOSE INQUIRY.
       CREATE-EMPTY-LEAD-INQUIRY-EXIT.
           EXIT.

      ******************************************************************
      *    READ-LEAD-CONTROL -- PICK UP THE CUSTOMER NUMBER BLOCK SET
      *    ASIDE FOR LEADS. A MISSING, EMPTY OR NON-NUMERIC RECORD, OR
      *    ONE WITH NO BLOCK, ABANDONS THE RUN WITH RETURN-CODE 16
      *    BEFORE A NUMBER IS ISSUED. WHEN THE LAST RUN WAS ON THIS
      *    SAME BUSINESS DATE THIS IS A RERUN, AND NUMBERING STARTS
      *    AGAIN WHERE THAT RUN STARTED, SO THE SAME LEADS GET THE
      *    SAME NUMBERS AND THE NIGHT'S INQUIRIES ARE NOT DOUBLED.
      ******************************************************************
       READ-LEAD-CONTROL.
           MOVE 'N' TO LEAD-CONTROL-SWITCH.
           OPEN INPUT LEAD-CONTROL-FILE.
           IF LCTL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'LEADINTK - LEAD CONTROL FILE NOT AVAILABLE - '
                   'RUN ABANDONED'
               GO TO READ-LEAD-CONTROL-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           READ LEAD-CONTROL-FILE
               AT END MOVE 0 TO PERFORM-FLAG.
           CLOSE LEAD-CONTROL-FILE.
           IF PERFORM-FLAG EQUAL TO 0
               DISPLAY 'LEADINTK - LEAD CONTROL FILE EMPTY - '
                   'RUN ABANDONED'
               GO TO READ-LEAD-CONTROL-EXIT.
           IF LCTL-NEXT-NUMBER NOT NUMERIC
               OR LCTL-HIGH-NUMBER NOT NUMERIC
               OR LCTL-RUN-DATE NOT NUMERIC
               OR LCTL-RUN-START-NUMBER NOT NUMERIC
               DISPLAY 'LEADINTK - LEAD CONTROL RECORD NOT NUMERIC - '
                   'RUN ABANDONED'
               GO TO READ-LEAD-CONTROL-EXIT.
           IF LCTL-NEXT-NUMBER EQUAL ZERO
               OR LCTL-HIGH-NUMBER LESS THAN LCTL-NEXT-NUMBER
               AND LCTL-RUN-DATE NOT EQUAL TODAY-DATE
               DISPLAY 'LEADINTK - NO CUSTOMER NUMBERS LEFT IN LEAD '
                   'BLOCK ' LCTL-NEXT-NUMBER ' - ' LCTL-HIGH-NUMBER
                   ' - RUN ABANDONED'
               GO TO READ-LEAD-CONTROL-EXIT.
           MOVE LCTL-HIGH-NUMBER TO HIGH-NUMBER.
           IF LCTL-RUN-DATE EQUAL TODAY-DATE
               AND LCTL-RUN-START-NUMBER NOT EQUAL ZERO
               MOVE LCTL-RUN-START-NUMBER TO RUN-START-NUMBER
               DISPLAY 'LEADINTK - RERUN FOR BUSINESS DATE '
                   TODAY-DATE ' - NUMBERS REISSUED FROM '
                   RUN-START-NUMBER
           ELSE
               MOVE LCTL-NEXT-NUMBER TO RUN-START-NUMBER.
           MOVE RUN-START-NUMBER TO NEXT-NUMBER.
           MOVE 'Y' TO LEAD-CONTROL-SWITCH.
       READ-LEAD-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      *    OPEN-REFERENCE-FILES -- EVERY REGION FILE MUST OPEN, OR A
      *    NUMBER ALREADY ON IT COULD BE ISSUED AGAIN, AND THE PRODUCT
      *    MASTER MUST OPEN TO MATCH THE PRODUCTS.
      ******************************************************************
       OPEN-REFERENCE-FILES.
           MOVE 'N' TO REFERENCE-FILES-SWITCH.
           OPEN INPUT PRODUCT-MASTER FOREIGN-REGION EAST-REGION
                      WEST-REGION CENTRAL-REGION.
           IF PROD-FILE-STATUS    NOT EQUAL '00'
              OR FOREIGN-FILE-STATUS NOT EQUAL '00'
              OR EAST-FILE-STATUS    NOT EQUAL '00'
              OR WEST-FILE-STATUS    NOT EQUAL '00'
              OR CENTRAL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'LEADINTK - PRODUCT MASTER OR REGION FILE NOT '
                   'AVAILABLE - RUN ABANDONED'
               DISPLAY 'LEADINTK - STATUS PRODMST ' PROD-FILE-STATUS
                   ' FRGN ' FOREIGN-FILE-STATUS
                   ' EAST ' EAST-FILE-STATUS
                   ' WEST ' WEST-FILE-STATUS
                   ' CNTR ' CENTRAL-FILE-STATUS
               GO TO OPEN-REFERENCE-FILES-EXIT.
           MOVE 'Y' TO REFERENCE-FILES-SWITCH.
       OPEN-REFERENCE-FILES-EXIT.
           EXIT.

      ******************************************************************
      *    LOAD-PRODUCT-TABLE -- TABLE EVERY PRODUCT ON THE MASTER
      *    WITH ITS DESCRIPTION IN UPPER CASE, FOR THE NAME MATCH.
      *    PRODUCTS BEYOND THE 500-ENTRY LIMIT CAN STILL BE NAMED BY
      *    CODE BUT NOT BY DESCRIPTION; THE OVERFLOW IS NOTED ON
      *    SYSOUT AND THE RUN ENDS WITH RETURN-CODE 8.
      ******************************************************************
       LOAD-PRODUCT-TABLE.
           MOVE 0 TO PRODUCT-COUNT.
           MOVE LOW-VALUES TO PROD-CODE.
           MOVE 1 TO PERFORM-FLAG.
           START PRODUCT-MASTER KEY IS NOT LESS THAN PROD-CODE
               INVALID KEY
               MOVE 0 TO PERFORM-FLAG.
           PERFORM LOAD-ONE-PRODUCT THRU LOAD-ONE-PRODUCT-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
       LOAD-PRODUCT-TABLE-EXIT.
           EXIT.

       LOAD-ONE-PRODUCT.
           READ PRODUCT-MASTER NEXT RECORD
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO LOAD-ONE-PRODUCT-EXIT.
           ADD 1 TO RPT-MASTER-READ-COUNT.
           IF PRODUCT-COUNT NOT LESS THAN 500
               DISPLAY 'LEADINTK - PRODUCT TABLE LIMIT OF 500 '
                   'EXCEEDED - ' PROD-CODE ' MATCHED BY CODE ONLY'
               MOVE 'Y' TO WORK-LEFT-SWITCH
               GO TO LOAD-ONE-PRODUCT-EXIT.
           ADD 1 TO PRODUCT-COUNT.
           MOVE PROD-CODE        TO PT-CODE(PRODUCT-COUNT).
           MOVE PROD-DESCRIPTION TO PT-DESCRIPTION(PRODUCT-COUNT).
           MOVE PROD-STATUS      TO PT-STATUS(PRODUCT-COUNT).
           INSPECT PT-DESCRIPTION(PRODUCT-COUNT)
               CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS.
       LOAD-ONE-PRODUCT-EXIT.
           EXIT.

       CONVERT-LEADS.
           OPEN INPUT LEAD-FILE.
           OPEN OUTPUT INQUIRY LEAD-INTAKE-REPORT LEAD-REJECT-REPORT.
           MOVE TODAY-DATE TO LI-HEADING-DATE.
           WRITE LEAD-INTAKE-REPORT-LINE FROM LI-HEADING-1.
           MOVE SPACES TO LEAD-INTAKE-REPORT-LINE.
           WRITE LEAD-INTAKE-REPORT-LINE.
           WRITE LEAD-INTAKE-REPORT-LINE FROM LI-HEADING-2.
           WRITE LEAD-REJECT-REPORT-LINE FROM LR-HEADING-1.
           MOVE SPACES TO LEAD-REJECT-REPORT-LINE.
           WRITE LEAD-REJECT-REPORT-LINE.
           WRITE LEAD-REJECT-REPORT-LINE FROM LR-HEADING-2.
           MOVE 1 TO PERFORM-FLAG.
           PERFORM CONVERT-ONE-LEAD THRU CONVERT-ONE-LEAD-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
           PERFORM WRITE-SOURCE-CONTROL THRU WRITE-SOURCE-CONTROL-EXIT.
           PERFORM WRITE-INTAKE-SUMMARY.
           CLOSE LEAD-FILE INQUIRY LEAD-INTAKE-REPORT
                 LEAD-REJECT-REPORT.
       CONVERT-LEADS-EXIT.
           EXIT.

      ******************************************************************
      *    CONVERT-ONE-LEAD -- SPLIT THE NEXT RECORD INTO ITS FIELDS,
      *    SKIP IT IF IT IS BLANK OR A COLUMN HEADING ROW, AND
      *    OTHERWISE EDIT AND MAP THE LEAD. A LEAD THAT PASSES IS
      *    GIVEN A CUSTOMER NUMBER LAST, SO A REJECTED LEAD NEVER
      *    USES ONE UP.
      ******************************************************************
       CONVERT-ONE-LEAD.
           READ LEAD-FILE
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO CONVERT-ONE-LEAD-EXIT.
           ADD 1 TO RPT-RECORD-READ-COUNT.
           PERFORM SPLIT-LEAD-FIELDS.
           IF LEAD-FIELD-AREA EQUAL SPACES
               ADD 1 TO RPT-BLANK-SKIP-COUNT
               GO TO CONVERT-ONE-LEAD-EXIT.
           IF LF-SOURCE EQUAL 'SOURCE'
               ADD 1 TO RPT-HEADING-SKIP-COUNT
               GO TO CONVERT-ONE-LEAD-EXIT.
           ADD 1 TO RPT-LEAD-READ-COUNT.
           PERFORM FIND-LEAD-SOURCE THRU FIND-LEAD-SOURCE-EXIT.
           MOVE SPACES TO LEAD-REJECT-REASON LEAD-REJECT-VALUE.
           PERFORM EDIT-LEAD-FIELDS THRU EDIT-LEAD-FIELDS-EXIT.
           IF LEAD-REJECT-REASON EQUAL SPACES
               PERFORM ASSIGN-CUSTOMER-NUMBER
                   THRU ASSIGN-CUSTOMER-NUMBER-EXIT.
           IF LEAD-REJECT-REASON EQUAL SPACES
               PERFORM WRITE-CONVERTED-LEAD
           ELSE
               PERFORM WRITE-LEAD-REJECT.
       CONVERT-ONE-LEAD-EXIT.
           EXIT.

      ******************************************************************
      *    SPLIT-LEAD-FIELDS -- WALK THE RECORD ONE CHARACTER AT A
      *    TIME. A COMMA ENDS A FIELD UNLESS IT IS INSIDE DOUBLE
      *    QUOTES; A DOUBLED QUOTE INSIDE QUOTES IS ONE QUOTE MARK.
      *    LEADING SPACES ARE DROPPED, AND A FIELD LONGER THAN 40
      *    CHARACTERS IS CUT SHORT. THE FIELDS ARE THEN FOLDED TO
      *    UPPER CASE TO MATCH THE REGION FILES AND THE MASTERS.
      ******************************************************************
       SPLIT-LEAD-FIELDS.
           MOVE SPACES TO LEAD-FIELD-AREA.
           MOVE 1   TO FIELD-SUB.
           MOVE 0   TO OUT-SUB.
           MOVE 'N' TO QUOTE-SWITCH FIELD-OVERFLOW-SWITCH.
           PERFORM SCAN-ONE-CHARACTER THRU SCAN-ONE-CHARACTER-EXIT
               VARYING CHAR-SUB FROM 1 BY 1
               UNTIL CHAR-SUB GREATER THAN LEAD-RECORD-LENGTH.
           INSPECT LEAD-FIELD-AREA
               CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS.
       SPLIT-LEAD-FIELDS-EXIT.
           EXIT.

       SCAN-ONE-CHARACTER.
           MOVE LEAD-CHAR(CHAR-SUB) TO SCAN-CHAR.
           IF INSIDE-QUOTED-FIELD
               PERFORM SCAN-QUOTED-CHARACTER
                   THRU SCAN-QUOTED-CHARACTER-EXIT
               GO TO SCAN-ONE-CHARACTER-EXIT.
           IF SCAN-CHAR EQUAL ','
               PERFORM START-NEXT-FIELD
               GO TO SCAN-ONE-CHARACTER-EXIT.
           IF SCAN-CHAR EQUAL '"' AND OUT-SUB EQUAL 0
               MOVE 'Y' TO QUOTE-SWITCH
               GO TO SCAN-ONE-CHARACTER-EXIT.
           IF SCAN-CHAR EQUAL SPACE AND OUT-SUB EQUAL 0
               GO TO SCAN-ONE-CHARACTER-EXIT.
           PERFORM STORE-FIELD-CHARACTER.
       SCAN-ONE-CHARACTER-EXIT.
           EXIT.

       SCAN-QUOTED-CHARACTER.
           IF SCAN-CHAR NOT EQUAL '"'
               PERFORM STORE-FIELD-CHARACTER
               GO TO SCAN-QUOTED-CHARACTER-EXIT.
           MOVE SPACE TO NEXT-CHAR.
           IF CHAR-SUB LESS THAN LEAD-RECORD-LENGTH
               COMPUTE NEXT-SUB = CHAR-SUB + 1
               MOVE LEAD-CHAR(NEXT-SUB) TO NEXT-CHAR.
           IF NEXT-CHAR EQUAL '"'
               PERFORM STORE-FIELD-CHARACTER
               ADD 1 TO CHAR-SUB
               GO TO SCAN-QUOTED-CHARACTER-EXIT.
           MOVE 'N' TO QUOTE-SWITCH.
       SCAN-QUOTED-CHARACTER-EXIT.
           EXIT.

       START-NEXT-FIELD.
           IF FIELD-SUB LESS THAN 31
               ADD 1 TO FIELD-SUB
           ELSE
               MOVE 'Y' TO FIELD-OVERFLOW-SWITCH.
           MOVE 0 TO OUT-SUB.
       START-NEXT-FIELD-EXIT.
           EXIT.

       STORE-FIELD-CHARACTER.
           IF OUT-SUB LESS THAN 40
               ADD 1 TO OUT-SUB
               MOVE SCAN-CHAR TO LEAD-FIELD-CHAR(FIELD-SUB, OUT-SUB).
       STORE-FIELD-CHARACTER-EXIT.
           EXIT.

      ******************************************************************
      *    FIND-LEAD-SOURCE -- POINT SOURCE-SUB AT THE LEAD'S SOURCE
      *    IN THE SOURCE TABLE, ADDING IT THE FIRST TIME IT IS SEEN.
      *    A BLANK SOURCE IS TABLED AS ITSELF SO ITS LEADS STILL
      *    BALANCE. PAST 50 SOURCES IN ONE RUN SOURCE-SUB IS LEFT
      *    ZERO AND THE LEAD IS REJECTED.
      ******************************************************************
       FIND-LEAD-SOURCE.
           MOVE 0 TO SOURCE-SUB.
           MOVE LF-SOURCE TO LEAD-SOURCE-CODE.
           SET SOURCE-INDEX TO 1.
           SEARCH SOURCE-TABLE
               WHEN SOURCE-INDEX GREATER THAN SOURCE-COUNT
                   CONTINUE
               WHEN SRC-CODE(SOURCE-INDEX) EQUAL LEAD-SOURCE-CODE
                   SET SOURCE-SUB TO SOURCE-INDEX.
           IF SOURCE-SUB NOT EQUAL 0
               GO TO FIND-LEAD-SOURCE-EXIT.
           IF SOURCE-COUNT NOT LESS THAN 50
               ADD 1 TO RPT-UNTABLED-SOURCE-COUNT
               MOVE 'Y' TO WORK-LEFT-SWITCH
               GO TO FIND-LEAD-SOURCE-EXIT.
           ADD 1 TO SOURCE-COUNT.
           MOVE SOURCE-COUNT TO SOURCE-SUB.
           MOVE LEAD-SOURCE-CODE TO SRC-CODE(SOURCE-SUB).
           MOVE 0 TO SRC-RECEIVED(SOURCE-SUB) SRC-CONVERTED(SOURCE-SUB)
                     SRC-REJECTED(SOURCE-SUB).
       FIND-LEAD-SOURCE-EXIT.
           EXIT.

      ******************************************************************
      *    EDIT-LEAD-FIELDS -- APPLY THE RULES IN TURN AND STOP AT THE
      *    FIRST ONE THE LEAD FAILS, LEAVING ITS REASON (AND THE VALUE
      *    AT FAULT, WHERE THERE IS ONE) FOR THE REJECT LISTING.
      ******************************************************************
       EDIT-LEAD-FIELDS.
           IF LF-SOURCE EQUAL SPACES
               MOVE 'SOURCE CODE IS BLANK'       TO LEAD-REJECT-REASON
               GO TO EDIT-LEAD-FIELDS-EXIT.
           IF LEAD-FIELD-CHAR(1, 9) NOT EQUAL SPACE
               MOVE 'SOURCE CODE OVER 8 CHARACTERS'
                                                 TO LEAD-REJECT-REASON
               MOVE LF-SOURCE                    TO LEAD-REJECT-VALUE
               GO TO EDIT-LEAD-FIELDS-EXIT.
           IF SOURCE-SUB EQUAL 0
               MOVE 'OVER 50 SOURCES IN ONE RUN' TO LEAD-REJECT-REASON
               MOVE LF-SOURCE                    TO LEAD-REJECT-VALUE
               GO TO EDIT-LEAD-FIELDS-EXIT.
           IF TOO-MANY-FIELDS
               OR LF-PRODUCT-NAME(21) NOT EQUAL SPACES
               MOVE 'MORE THAN 20 PRODUCTS NAMED' TO LEAD-REJECT-REASON
               GO TO EDIT-LEAD-FIELDS-EXIT.
           IF LF-CONTACT-NAME EQUAL SPACES
               MOVE 'CONTACT NAME IS BLANK'      TO LEAD-REJECT-REASON
               GO TO EDIT-LEAD-FIELDS-EXIT.
           PERFORM SET-LEAD-LOCATION THRU SET-LEAD-LOCATION-EXIT.
           IF LEAD-REJECT-REASON NOT EQUAL SPACES
               GO TO EDIT-LEAD-FIELDS-EXIT.
           PERFORM SET-LEAD-PHONE THRU SET-LEAD-PHONE-EXIT.
           IF LEAD-REJECT-REASON NOT EQUAL SPACES
               GO TO EDIT-LEAD-FIELDS-EXIT.
           PERFORM SET-LEAD-PRODUCTS THRU SET-LEAD-PRODUCTS-EXIT.
       EDIT-LEAD-FIELDS-EXIT.
           EXIT.

      ******************************************************************
      *    SET-LEAD-LOCATION -- A BLANK COUNTRY OR THE UNITED STATES
      *    MAKES THE LEAD DOMESTIC, AND ITS STATE MUST BE A POSTAL
      *    CODE OR STATE NAME FROM THE TABLE. ANY OTHER COUNTRY MAKES
      *    IT FOREIGN, AND THE COUNTRY MUST THEN BE GIVEN AS ITS
      *    2-LETTER CODE, WHICH GOES IN THE STATE FIELD.
      ******************************************************************
       SET-LEAD-LOCATION.
           MOVE SPACES TO LEAD-STATE.
           IF NOT LF-COUNTRY-IS-DOMESTIC
               GO TO SET-FOREIGN-LOCATION.
           MOVE 'D' TO LEAD-DOMESTIC-FLAG.
           IF LF-STATE EQUAL SPACES
               MOVE 'STATE IS BLANK'             TO LEAD-REJECT-REASON
               GO TO SET-LEAD-LOCATION-EXIT.
           SET STATE-INDEX TO 1.
           IF LEAD-FIELD-CHAR(8, 3) EQUAL SPACE
               SEARCH STATE-ENTRY
                   AT END
                       MOVE SPACES TO LEAD-STATE
                   WHEN ST-CODE(STATE-INDEX) EQUAL LF-STATE
                       MOVE ST-CODE(STATE-INDEX) TO LEAD-STATE
           ELSE
               SEARCH STATE-ENTRY
                   AT END
                       MOVE SPACES TO LEAD-STATE
                   WHEN ST-NAME(STATE-INDEX) EQUAL LF-STATE
                       MOVE ST-CODE(STATE-INDEX) TO LEAD-STATE.
           IF LEAD-STATE EQUAL SPACES
               MOVE 'STATE NOT RECOGNISED'       TO LEAD-REJECT-REASON
               MOVE LF-STATE                     TO LEAD-REJECT-VALUE.
           GO TO SET-LEAD-LOCATION-EXIT.
       SET-FOREIGN-LOCATION.
           MOVE 'F' TO LEAD-DOMESTIC-FLAG.
           IF LEAD-FIELD-CHAR(9, 2) EQUAL SPACE
               OR LEAD-FIELD-CHAR(9, 3) NOT EQUAL SPACE
               MOVE 'COUNTRY NOT A 2-LETTER CODE' TO LEAD-REJECT-REASON
               MOVE LF-COUNTRY                   TO LEAD-REJECT-VALUE
               GO TO SET-LEAD-LOCATION-EXIT.
           MOVE LF-COUNTRY TO LEAD-STATE.
       SET-LEAD-LOCATION-EXIT.
           EXIT.

      ******************************************************************
      *    SET-LEAD-PHONE -- KEEP ONLY THE DIGITS OF THE PHONE, SO ANY
      *    PUNCTUATION THE SOURCE USES IS ACCEPTED. A DOMESTIC NUMBER
      *    GIVEN WITH THE LEADING 1 LOSES IT. WHAT IS LEFT MUST BE 10
      *    DIGITS: AREA CODE, PREFIX AND SUFFIX.
      ******************************************************************
       SET-LEAD-PHONE.
           MOVE SPACES TO PHONE-DIGIT-AREA.
           MOVE 0 TO DIGIT-COUNT.
           PERFORM COLLECT-PHONE-DIGIT
               VARYING CHAR-SUB FROM 1 BY 1
               UNTIL CHAR-SUB GREATER THAN 40.
           IF DIGIT-COUNT EQUAL 11
               AND PHONE-DIGIT(1) EQUAL '1'
               AND LEAD-DOMESTIC-FLAG EQUAL 'D'
               PERFORM SHIFT-PHONE-DIGIT
                   VARYING DIGIT-SUB FROM 1 BY 1
                   UNTIL DIGIT-SUB GREATER THAN 10
               MOVE SPACE TO PHONE-DIGIT(11)
               MOVE 10 TO DIGIT-COUNT.
           IF DIGIT-COUNT NOT EQUAL 10
               MOVE 'PHONE NOT 10 DIGITS'        TO LEAD-REJECT-REASON
               MOVE LF-PHONE                     TO LEAD-REJECT-VALUE.
       SET-LEAD-PHONE-EXIT.
           EXIT.

       COLLECT-PHONE-DIGIT.
           IF LEAD-FIELD-CHAR(10, CHAR-SUB) NUMERIC
               ADD 1 TO DIGIT-COUNT
               IF DIGIT-COUNT NOT GREATER THAN 15
                   MOVE LEAD-FIELD-CHAR(10, CHAR-SUB)
                                       TO PHONE-DIGIT(DIGIT-COUNT).
       COLLECT-PHONE-DIGIT-EXIT.
           EXIT.

       SHIFT-PHONE-DIGIT.
           MOVE PHONE-DIGIT(DIGIT-SUB + 1) TO PHONE-DIGIT(DIGIT-SUB).
       SHIFT-PHONE-DIGIT-EXIT.
           EXIT.

      ******************************************************************
      *    SET-LEAD-PRODUCTS -- MAP EVERY PRODUCT FIELD ON THE LEAD TO
      *    A PRODUCT CODE. EMPTY PRODUCT FIELDS ARE PASSED OVER, AND A
      *    PRODUCT NAMED TWICE IS CARRIED ONCE. THE LEAD MUST NAME AT
      *    LEAST ONE PRODUCT.
      ******************************************************************
       SET-LEAD-PRODUCTS.
           MOVE 0 TO LEAD-PRODUCT-COUNT.
           MOVE SPACES TO LEAD-PRODUCT-TABLE.
           PERFORM MAP-ONE-PRODUCT-NAME THRU MAP-ONE-PRODUCT-NAME-EXIT
               VARYING NAME-SUB FROM 1 BY 1
               UNTIL NAME-SUB GREATER THAN 20
                  OR LEAD-REJECT-REASON NOT EQUAL SPACES.
           IF LEAD-REJECT-REASON NOT EQUAL SPACES
               GO TO SET-LEAD-PRODUCTS-EXIT.
           IF LEAD-PRODUCT-COUNT EQUAL 0
               MOVE 'NO PRODUCT NAMED'           TO LEAD-REJECT-REASON.
       SET-LEAD-PRODUCTS-EXIT.
           EXIT.

      ******************************************************************
      *    MAP-ONE-PRODUCT-NAME -- A NAME OF UP TO 10 CHARACTERS IS
      *    FIRST TRIED AS A PRODUCT CODE. OTHERWISE IT MUST MATCH A
      *    DESCRIPTION ON THE MASTER; WHERE TWO PRODUCTS SHARE ONE,
      *    THE ACTIVE PRODUCT IS TAKEN. A DISCONTINUED PRODUCT IS
      *    CARRIED AS IT IS AND LEFT FOR INQEDIT TO MAP TO ITS
      *    SUCCESSOR OR REJECT.
      ******************************************************************
       MAP-ONE-PRODUCT-NAME.
           IF LF-PRODUCT-NAME(NAME-SUB) EQUAL SPACES
               GO TO MAP-ONE-PRODUCT-NAME-EXIT.
           MOVE SPACES TO FOUND-PRODUCT-CODE.
           COMPUTE FIELD-SUB = NAME-SUB + 10.
           IF LEAD-FIELD-CHAR(FIELD-SUB, 11) EQUAL SPACE
               MOVE LF-PRODUCT-NAME(NAME-SUB) TO PROD-CODE
               READ PRODUCT-MASTER INVALID KEY
                   MOVE SPACES TO FOUND-PRODUCT-CODE
               NOT INVALID KEY
                   MOVE PROD-CODE TO FOUND-PRODUCT-CODE
                   ADD 1 TO RPT-PRODUCT-BY-CODE-COUNT.
           IF FOUND-PRODUCT-CODE EQUAL SPACES
               PERFORM FIND-PRODUCT-BY-NAME
                   THRU FIND-PRODUCT-BY-NAME-EXIT.
           IF FOUND-PRODUCT-CODE EQUAL SPACES
               MOVE 'PRODUCT NOT ON MASTER'      TO LEAD-REJECT-REASON
               MOVE LF-PRODUCT-NAME(NAME-SUB)    TO LEAD-REJECT-VALUE
               GO TO MAP-ONE-PRODUCT-NAME-EXIT.
           MOVE 'N' TO DUPLICATE-PRODUCT-SWITCH.
           PERFORM CHECK-LEAD-DUPLICATE
               VARYING DIGIT-SUB FROM 1 BY 1
               UNTIL DIGIT-SUB GREATER THAN LEAD-PRODUCT-COUNT.
           IF PRODUCT-IS-DUPLICATE
               ADD 1 TO RPT-DUPLICATE-DROP-COUNT
               GO TO MAP-ONE-PRODUCT-NAME-EXIT.
           ADD 1 TO LEAD-PRODUCT-COUNT.
           MOVE FOUND-PRODUCT-CODE TO LEAD-PRODUCT(LEAD-PRODUCT-COUNT).
       MAP-ONE-PRODUCT-NAME-EXIT.
           EXIT.

       FIND-PRODUCT-BY-NAME.
           SET PRODUCT-INDEX TO 1.
           SEARCH PRODUCT-TABLE
               WHEN PRODUCT-INDEX GREATER THAN PRODUCT-COUNT
                   CONTINUE
               WHEN PT-DESCRIPTION(PRODUCT-INDEX)
                       EQUAL LF-PRODUCT-NAME(NAME-SUB)
                   AND PT-IS-ACTIVE(PRODUCT-INDEX)
                   MOVE PT-CODE(PRODUCT-INDEX) TO FOUND-PRODUCT-CODE.
           IF FOUND-PRODUCT-CODE EQUAL SPACES
               SET PRODUCT-INDEX TO 1
               SEARCH PRODUCT-TABLE
                   WHEN PRODUCT-INDEX GREATER THAN PRODUCT-COUNT
                       CONTINUE
                   WHEN PT-DESCRIPTION(PRODUCT-INDEX)
                           EQUAL LF-PRODUCT-NAME(NAME-SUB)
                       MOVE PT-CODE(PRODUCT-INDEX)
                                       TO FOUND-PRODUCT-CODE.
           IF FOUND-PRODUCT-CODE NOT EQUAL SPACES
               ADD 1 TO RPT-PRODUCT-BY-NAME-COUNT.
       FIND-PRODUCT-BY-NAME-EXIT.
           EXIT.

       CHECK-LEAD-DUPLICATE.
           IF LEAD-PRODUCT(DIGIT-SUB) EQUAL FOUND-PRODUCT-CODE
               MOVE 'Y' TO DUPLICATE-PRODUCT-SWITCH.
       CHECK-LEAD-DUPLICATE-EXIT.
           EXIT.

      ******************************************************************
      *    ASSIGN-CUSTOMER-NUMBER -- ISSUE THE NEXT NUMBER IN THE LEAD
      *    BLOCK THAT IS ON NONE OF THE FOUR REGION FILES. WHEN THE
      *    BLOCK RUNS OUT THE LEAD IS REJECTED AND THE RUN ENDS WITH
      *    RETURN-CODE 8, SO A NEW BLOCK CAN BE SET ON THE CONTROL
      *    RECORD AND THE LEADS SENT AGAIN.
      ******************************************************************
       ASSIGN-CUSTOMER-NUMBER.
           MOVE SPACE TO NUMBER-SEARCH-SWITCH.
           PERFORM TRY-CUSTOMER-NUMBER THRU TRY-CUSTOMER-NUMBER-EXIT
               UNTIL NUMBER-SEARCH-SWITCH NOT EQUAL SPACE.
           IF NUMBER-RANGE-EXHAUSTED
               MOVE 'CUSTOMER NUMBER BLOCK USED UP' TO
                                                 LEAD-REJECT-REASON
               MOVE 'Y' TO WORK-LEFT-SWITCH.
       ASSIGN-CUSTOMER-NUMBER-EXIT.
           EXIT.

       TRY-CUSTOMER-NUMBER.
           IF NEXT-NUMBER GREATER THAN HIGH-NUMBER
               MOVE 'X' TO NUMBER-SEARCH-SWITCH
               GO TO TRY-CUSTOMER-NUMBER-EXIT.
           MOVE NEXT-NUMBER TO CANDIDATE-NUMBER.
           ADD 1 TO NEXT-NUMBER.
           MOVE 'N' TO NUMBER-IN-USE-SWITCH.
           MOVE CANDIDATE-CUST-NUM TO FOREIGN-CUST-NUM.
           READ FOREIGN-REGION INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO NUMBER-IN-USE-SWITCH.
           MOVE CANDIDATE-CUST-NUM TO EAST-CUST-NUM.
           READ EAST-REGION INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO NUMBER-IN-USE-SWITCH.
           MOVE CANDIDATE-CUST-NUM TO WEST-CUST-NUM.
           READ WEST-REGION INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO NUMBER-IN-USE-SWITCH.
           MOVE CANDIDATE-CUST-NUM TO CNTR-CUST-NUM.
           READ CENTRAL-REGION INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO NUMBER-IN-USE-SWITCH.
           IF NUMBER-IS-IN-USE
               ADD 1 TO RPT-NUMBER-SKIPPED-COUNT
               GO TO TRY-CUSTOMER-NUMBER-EXIT.
           MOVE 'F' TO NUMBER-SEARCH-SWITCH.
       TRY-CUSTOMER-NUMBER-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE-CONVERTED-LEAD -- BUILD THE INQUIRY FROM THE MAPPED
      *    FIELDS, WRITE IT FOR INQEDIT, AND ENTER THE LEAD ON THE
      *    REGISTER UNDER ITS SOURCE WITH ITS NEW CUSTOMER NUMBER.
      ******************************************************************
       WRITE-CONVERTED-LEAD.
           MOVE 20 TO INQY-INTERESTS.
           MOVE SPACES TO INQUIRY-RECORD.
           MOVE LEAD-PRODUCT-COUNT  TO INQY-INTERESTS.
           MOVE CANDIDATE-CUST-NUM  TO INQY-CUST-NUM.
           MOVE LF-COMPANY          TO INQY-COMPANY.
           MOVE LF-CONTACT-NAME     TO INQY-CUST-NAME.
           MOVE LF-ADDRESS-1        TO INQY-ADDRESS-1.
           MOVE LF-ADDRESS-2        TO INQY-ADDRESS-2.
           MOVE LF-CITY             TO INQY-CITY.
           MOVE LEAD-STATE          TO INQY-STATE.
           MOVE LEAD-DOMESTIC-FLAG  TO INQY-DOMESTIC-FLAG.
           MOVE PD-AREA-CODE        TO INQY-AREA-CODE.
           MOVE PD-PHONE-1          TO INQY-PHONE-1.
           MOVE PD-PHONE-2          TO INQY-PHONE-2.
           PERFORM COPY-ONE-PRODUCT
               VARYING NAME-SUB FROM 1 BY 1
               UNTIL NAME-SUB GREATER THAN LEAD-PRODUCT-COUNT.
           WRITE INQUIRY-RECORD.
           ADD 1 TO RPT-CONVERTED-COUNT.
           ADD 1 TO SRC-RECEIVED(SOURCE-SUB) SRC-CONVERTED(SOURCE-SUB).
           MOVE LF-SOURCE           TO LI-SOURCE.
           MOVE LF-LEAD-REF         TO LI-LEAD-REF.
           MOVE CANDIDATE-CUST-NUM  TO LI-CUST-NUM.
           MOVE LEAD-STATE          TO LI-STATE.
           MOVE LF-COMPANY          TO LI-COMPANY.
           MOVE LF-CONTACT-NAME     TO LI-CONTACT-NAME.
           WRITE LEAD-INTAKE-REPORT-LINE FROM LI-DETAIL-LINE.
       WRITE-CONVERTED-LEAD-EXIT.
           EXIT.

       COPY-ONE-PRODUCT.
           MOVE LEAD-PRODUCT(NAME-SUB) TO INQY-PRODUCTS(NAME-SUB).
       COPY-ONE-PRODUCT-EXIT.
           EXIT.

       WRITE-LEAD-REJECT.
           ADD 1 TO RPT-REJECTED-COUNT.
           IF SOURCE-SUB NOT EQUAL 0
               ADD 1 TO SRC-RECEIVED(SOURCE-SUB)
                        SRC-REJECTED(SOURCE-SUB).
           MOVE RPT-RECORD-READ-COUNT TO LR-RECORD-NUMBER.
           MOVE LF-SOURCE             TO LR-SOURCE.
           MOVE LF-LEAD-REF           TO LR-LEAD-REF.
           MOVE LF-COMPANY            TO LR-COMPANY.
           MOVE LEAD-REJECT-REASON    TO LR-REASON.
           WRITE LEAD-REJECT-REPORT-LINE FROM LR-DETAIL-LINE.
           IF LEAD-REJECT-VALUE NOT EQUAL SPACES
               MOVE LEAD-REJECT-VALUE TO LR-VALUE
               WRITE LEAD-REJECT-REPORT-LINE FROM LR-VALUE-LINE.
       WRITE-LEAD-REJECT-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE-SOURCE-CONTROL -- ONE LINE PER SOURCE BALANCING THE
      *    LEADS RECEIVED AGAINST THOSE CONVERTED AND REJECTED, THEN
      *    THE TOTAL. LEADS FROM SOURCES PAST THE TABLE LIMIT ARE
      *    SHOWN ON A LINE OF THEIR OWN, ALL REJECTED.
      ******************************************************************
       WRITE-SOURCE-CONTROL.
           MOVE SPACES TO LEAD-INTAKE-REPORT-LINE.
           WRITE LEAD-INTAKE-REPORT-LINE.
           WRITE LEAD-INTAKE-REPORT-LINE FROM LI-HEADING-3.
           MOVE 0 TO TOTAL-RECEIVED TOTAL-CONVERTED TOTAL-REJECTED
                     UNBALANCED-SOURCE-COUNT.
           PERFORM WRITE-ONE-SOURCE-LINE
               VARYING SOURCE-SUB FROM 1 BY 1
               UNTIL SOURCE-SUB GREATER THAN SOURCE-COUNT.
           IF RPT-UNTABLED-SOURCE-COUNT GREATER THAN 0
               MOVE '(OTHER)'                 TO LI-SOURCE-CODE
               MOVE RPT-UNTABLED-SOURCE-COUNT TO LI-SOURCE-RECEIVED
                                                 LI-SOURCE-REJECTED
               MOVE 0                         TO LI-SOURCE-CONVERTED
               MOVE SPACES                    TO LI-SOURCE-BALANCE
               WRITE LEAD-INTAKE-REPORT-LINE FROM LI-SOURCE-LINE
               ADD RPT-UNTABLED-SOURCE-COUNT  TO TOTAL-RECEIVED
                                                 TOTAL-REJECTED.
           MOVE 'TOTAL'         TO LI-SOURCE-CODE.
           MOVE TOTAL-RECEIVED  TO LI-SOURCE-RECEIVED.
           MOVE TOTAL-CONVERTED TO LI-SOURCE-CONVERTED.
           MOVE TOTAL-REJECTED  TO LI-SOURCE-REJECTED.
           MOVE SPACES          TO LI-SOURCE-BALANCE.
           IF TOTAL-RECEIVED NOT EQUAL RPT-LEAD-READ-COUNT
               OR TOTAL-CONVERTED NOT EQUAL RPT-CONVERTED-COUNT
               OR TOTAL-REJECTED NOT EQUAL RPT-REJECTED-COUNT
               MOVE '** OUT OF BALANCE' TO LI-SOURCE-BALANCE
               ADD 1 TO UNBALANCED-SOURCE-COUNT.
           WRITE LEAD-INTAKE-REPORT-LINE FROM LI-SOURCE-LINE.
       WRITE-SOURCE-CONTROL-EXIT.
           EXIT.

       WRITE-ONE-SOURCE-LINE.
           IF SRC-CODE(SOURCE-SUB) EQUAL SPACES
               MOVE '(BLANK)'              TO LI-SOURCE-CODE
           ELSE
               MOVE SRC-CODE(SOURCE-SUB)   TO LI-SOURCE-CODE.
           MOVE SRC-RECEIVED(SOURCE-SUB)   TO LI-SOURCE-RECEIVED.
           MOVE SRC-CONVERTED(SOURCE-SUB)  TO LI-SOURCE-CONVERTED.
           MOVE SRC-REJECTED(SOURCE-SUB)   TO LI-SOURCE-REJECTED.
           MOVE SPACES                     TO LI-SOURCE-BALANCE.
           IF SRC-RECEIVED(SOURCE-SUB) NOT EQUAL
               SRC-CONVERTED(SOURCE-SUB) + SRC-REJECTED(SOURCE-SUB)
               MOVE '** OUT OF BALANCE'    TO LI-SOURCE-BALANCE
               ADD 1 TO UNBALANCED-SOURCE-COUNT.
           WRITE LEAD-INTAKE-REPORT-LINE FROM LI-SOURCE-LINE.
           ADD SRC-RECEIVED(SOURCE-SUB)    TO TOTAL-RECEIVED.
           ADD SRC-CONVERTED(SOURCE-SUB)   TO TOTAL-CONVERTED.
           ADD SRC-REJECTED(SOURCE-SUB)    TO TOTAL-REJECTED.
       WRITE-ONE-SOURCE-LINE-EXIT.
           EXIT.

       WRITE-INTAKE-SUMMARY.
           MOVE SPACES TO LEAD-INTAKE-REPORT-LINE.
           WRITE LEAD-INTAKE-REPORT-LINE.
           MOVE 'RECORDS READ' TO LI-SUMMARY-LABEL.
           MOVE RPT-RECORD-READ-COUNT TO LI-SUMMARY-COUNT.
           WRITE LEAD-INTAKE-REPORT-LINE FROM LI-SUMMARY-LINE.
           MOVE 'COLUMN HEADING ROWS SKIPPED' TO LI-SUMMARY-LABEL.
           MOVE RPT-HEADING-SKIP-COUNT TO LI-SUMMARY-COUNT.
           WRITE LEAD-INTAKE-REPORT-LINE FROM LI-SUMMARY-LINE.
           MOVE 'BLANK RECORDS SKIPPED' TO LI-SUMMARY-LABEL.
           MOVE RPT-BLANK-SKIP-COUNT TO LI-SUMMARY-COUNT.
           WRITE LEAD-INTAKE-REPORT-LINE FROM LI-SUMMARY-LINE.
           MOVE 'LEADS RECEIVED' TO LI-SUMMARY-LABEL.
           MOVE RPT-LEAD-READ-COUNT TO LI-SUMMARY-COUNT.
           WRITE LEAD-INTAKE-REPORT-LINE FROM LI-SUMMARY-LINE.
           MOVE 'LEADS CONVERTED TO INQUIRIES' TO LI-SUMMARY-LABEL.
           MOVE RPT-CONVERTED-COUNT TO LI-SUMMARY-COUNT.
           WRITE LEAD-INTAKE-REPORT-LINE FROM LI-SUMMARY-LINE.
           MOVE 'LEADS REJECTED' TO LI-SUMMARY-LABEL.
           MOVE RPT-REJECTED-COUNT TO LI-SUMMARY-COUNT.
           WRITE LEAD-INTAKE-REPORT-LINE FROM LI-SUMMARY-LINE.
           MOVE 'PRODUCTS MATCHED BY CODE' TO LI-SUMMARY-LABEL.
           MOVE RPT-PRODUCT-BY-CODE-COUNT TO LI-SUMMARY-COUNT.
           WRITE LEAD-INTAKE-REPORT-LINE FROM LI-SUMMARY-LINE.
           MOVE 'PRODUCTS MATCHED BY DESCRIPTION' TO LI-SUMMARY-LABEL.
           MOVE RPT-PRODUCT-BY-NAME-COUNT TO LI-SUMMARY-COUNT.
           WRITE LEAD-INTAKE-REPORT-LINE FROM LI-SUMMARY-LINE.
           MOVE 'REPEATED PRODUCTS DROPPED' TO LI-SUMMARY-LABEL.
           MOVE RPT-DUPLICATE-DROP-COUNT TO LI-SUMMARY-COUNT.
           WRITE LEAD-INTAKE-REPORT-LINE FROM LI-SUMMARY-LINE.
           MOVE 'NUMBERS SKIPPED - ALREADY ON FILE' TO LI-SUMMARY-LABEL.
           MOVE RPT-NUMBER-SKIPPED-COUNT TO LI-SUMMARY-COUNT.
           WRITE LEAD-INTAKE-REPORT-LINE FROM LI-SUMMARY-LINE.
           MOVE 0 TO NUMBERS-LEFT.
           IF NEXT-NUMBER NOT GREATER THAN HIGH-NUMBER
               COMPUTE NUMBERS-LEFT = HIGH-NUMBER - NEXT-NUMBER + 1.
           MOVE 'NUMBERS LEFT IN LEAD BLOCK' TO LI-SUMMARY-LABEL.
           MOVE NUMBERS-LEFT TO LI-SUMMARY-COUNT.
           WRITE LEAD-INTAKE-REPORT-LINE FROM LI-SUMMARY-LINE.
       WRITE-INTAKE-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE-LEAD-CONTROL -- REWRITE THE CONTROL RECORD WITH THE
      *    NEXT NUMBER TO ISSUE, AND THIS RUN'S DATE AND STARTING
      *    NUMBER FOR A SAME-DAY RERUN. A BLOCK RUNNING LOW IS NOTED
      *    ON SYSOUT AHEAD OF TIME. WHEN THE RECORD CANNOT BE WRITTEN
      *    THE NEXT RUN WOULD ISSUE THIS RUN'S NUMBERS AGAIN, SO THE
      *    FAILURE AND THE NUMBER TO SET ON LEADCTL ARE SHOWN ON SYSOUT
      *    AND THE RUN ENDS WITH RETURN-CODE 16.
      ******************************************************************
       WRITE-LEAD-CONTROL.
           MOVE 'N' TO LEAD-CONTROL-WRITE-SWITCH.
           OPEN OUTPUT LEAD-CONTROL-FILE.
           IF LCTL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'LEADINTK - LEAD CONTROL FILE OPEN FAILED - '
                   'STATUS ' LCTL-FILE-STATUS
               DISPLAY 'LEADINTK - SET NEXT NUMBER ' NEXT-NUMBER
                   ' ON LEADCTL BEFORE THE NEXT RUN'
               GO TO WRITE-LEAD-CONTROL-EXIT.
           MOVE NEXT-NUMBER      TO LCTL-NEXT-NUMBER.
           MOVE HIGH-NUMBER      TO LCTL-HIGH-NUMBER.
           MOVE TODAY-DATE       TO LCTL-RUN-DATE.
           MOVE RUN-START-NUMBER TO LCTL-RUN-START-NUMBER.
           WRITE LEAD-CONTROL-RECORD.
           IF LCTL-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'LEADINTK - LEAD CONTROL RECORD WRITE FAILED - '
                   'STATUS ' LCTL-FILE-STATUS
               DISPLAY 'LEADINTK - SET NEXT NUMBER ' NEXT-NUMBER
                   ' ON LEADCTL BEFORE THE NEXT RUN'
               CLOSE LEAD-CONTROL-FILE
               GO TO WRITE-LEAD-CONTROL-EXIT.
           CLOSE LEAD-CONTROL-FILE.
           MOVE 'Y' TO LEAD-CONTROL-WRITE-SWITCH.
           IF NUMBERS-LEFT LESS THAN 100
               DISPLAY 'LEADINTK - ONLY ' NUMBERS-LEFT
                   ' CUSTOMER NUMBERS LEFT IN LEAD BLOCK - SET A NEW '
                   'BLOCK ON LEADCTL'.
       WRITE-LEAD-CONTROL-EXIT.
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
               DISPLAY 'LEADINTK - BUSINESS DATE FILE NOT AVAILABLE - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           READ BUSINESS-DATE-FILE
               AT END MOVE 0 TO PERFORM-FLAG.
           CLOSE BUSINESS-DATE-FILE.
           IF PERFORM-FLAG EQUAL TO 0
               DISPLAY 'LEADINTK - BUSINESS DATE FILE EMPTY - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           IF BDAT-PROCESS-DATE NOT NUMERIC
               OR BDAT-PROCESS-DATE EQUAL ZERO
               DISPLAY 'LEADINTK - BUSINESS DATE NOT NUMERIC - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE BDAT-PROCESS-DATE TO TODAY-DATE.
           MOVE 'Y' TO BUSINESS-DATE-SWITCH.
       READ-BUSINESS-DATE-EXIT.
           EXIT.

      ******************************************************************
      *    PROGRAM-TERMINATOR -- EVERY LEAD RECEIVED MUST BE ACCOUNTED
      *    FOR AS CONVERTED OR REJECTED, IN TOTAL AND FOR EACH SOURCE.
      *    A LEAD CONTROL RECORD THAT COULD NOT BE WRITTEN ENDS THE
      *    RUN WITH RETURN-CODE 16. LEADS LEFT UNCONVERTED BECAUSE A
      *    LIMIT WAS REACHED END THE RUN WITH RETURN-CODE 8; LEADS
      *    REJECTED FOR THEIR CONTENT ARE LEFT TO THE REJECT LISTING.
      ******************************************************************
       PROGRAM-TERMINATOR.
           IF RPT-LEAD-READ-COUNT NOT EQUAL
               RPT-CONVERTED-COUNT + RPT-REJECTED-COUNT
               OR UNBALANCED-SOURCE-COUNT NOT EQUAL 0
               DISPLAY 'LEADINTK - CONTROL TOTAL MISMATCH - '
                   RPT-LEAD-READ-COUNT ' RECEIVED VS '
                   RPT-CONVERTED-COUNT ' CONVERTED AND '
                   RPT-REJECTED-COUNT  ' REJECTED'
               MOVE 16 TO RETURN-CODE
           ELSE
           IF NOT LEAD-CONTROL-WAS-WRITTEN
               DISPLAY 'LEADINTK - LEAD CONTROL RECORD NOT UPDATED - '
                   'SEE SYSOUT'
               MOVE 16 TO RETURN-CODE
           ELSE
           IF WORK-WAS-LEFT-UNDONE
               DISPLAY 'LEADINTK - LIMIT REACHED - SEE SYSOUT AND THE '
                   'REJECT LISTING'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'LEADINTK - CONTROL TOTALS RECONCILE - '
                   RPT-LEAD-READ-COUNT ' RECEIVED, '
                   RPT-CONVERTED-COUNT ' CONVERTED, '
                   RPT-REJECTED-COUNT  ' REJECTED'
               MOVE 0 TO RETURN-CODE.
       PROGRAM-TERMINATOR-EXIT.
           EXIT.
