      *            VSAMSORT.CBL
      *
      *         THIS PROGRAM IS JOB STEP ONE OF THE TWO-STEP INQUIRY
      *         PROCESSING RUN. IT READS THE TERRITORY MASTER
      *         MAINTAINED BY TERRMNT AND, FOR EACH STATE, PICKS THE
      *         LATEST ASSIGNMENT WHOSE EFFECTIVE DATE HAS BEEN
      *         REACHED, SO A REALIGNMENT LOADED AHEAD OF TIME TAKES
      *         OVER ON THE NIGHT IT FALLS DUE AND NOT BEFORE. THE
      *         ASSIGNMENTS IN EFFECT ARE SORTED BY STATE AND EACH
      *         RESOLVED STATE/SALESREP/OFFICE ENTRY IS WRITTEN OUT TO
      *         THE SEQUENTIAL TABLE-FILE SO THAT JOB STEP TWO,
      *         VSAMPROC, CAN RELOAD IT WITHOUT HAVING TO RESOLVE THE
      *         MASTER ITSELF. ASSIGNMENTS THAT WOULD OVERFLOW THE
      *         51/25 ENTRY LIMIT ARE WRITTEN TO THE
      *         TERRITORY-EXCEPTION FILE RATHER THAN BEING DROPPED.
      *
      *         BECAUSE THIS STEP DOES NOT TOUCH THE INQUIRY FILE, A
      * WORK FILE FOR COBOL INTERNAL SORT
           SELECT SORT-FILE    ASSIGN TO UT-S-SORTWRK.

      * TERRITORY MASTER VSAM FILE - MAINTAINED BY TERRMNT
           SELECT TERRITORY-MASTER ASSIGN TERRMST
               ORGANIZATION INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS TERR-KEY
               FILE STATUS IS TERR-FILE-STATUS.

      * ASSIGNMENTS THAT OVERFLOW THE 51/25 TERRITORY TABLES
           SELECT TERRITORY-EXCEPTION ASSIGN TERREXC
               ORGANIZATION SEQUENTIAL.

           SELECT TERRITORY-EXCEPT-COUNT ASSIGN TEXCCNT
               ORGANIZATION SEQUENTIAL.

      * SHARED BUSINESS-DATE CONTROL RECORD - ROLLED BY BDATROLL
           SELECT BUSINESS-DATE-FILE ASSIGN BUSDATE
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS BDAT-FILE-STATUS.


       DATA DIVISION.
       FILE SECTION.

       COPY 'SORTFD'.

       COPY 'TERRFD'.

       COPY 'TERREXC'.


       COPY 'TXCNTFD'.

       COPY 'BDATFD'.

       WORKING-STORAGE SECTION.

       01  TEMP-SORT-RECORD.
               88  TEMP-IS-FOREIGN            VALUE 'F'.

       01  PERFORM-FLAG                PIC 9      VALUE 1.

       01  BDAT-FILE-STATUS            PIC X(02).

       01  BUSINESS-DATE-SWITCH        PIC X(01)  VALUE 'N'.
           88  BUSINESS-DATE-IS-VALID             VALUE 'Y'.

       01  TERR-FILE-STATUS            PIC X(02).

       01  TERRITORY-RUN-DATE          PIC 9(08)  VALUE 0.

      *    THE ASSIGNMENT CURRENTLY IN EFFECT FOR THE STATE BEING
      *    READ. THE MASTER IS IN EFFECTIVE-DATE ORDER WITHIN STATE,
      *    SO EACH LATER ASSIGNMENT ALREADY IN EFFECT REPLACES THE
      *    ONE HELD, AND THE SURVIVOR IS RELEASED TO THE SORT WHEN
      *    THE STATE CHANGES.
       01  HELD-ASSIGNMENT.
           05  HELD-STATE              PIC X(02).
           05  HELD-DOMESTIC-FLAG      PIC X(01).
           05  HELD-SALESREP           PIC X(05).
           05  HELD-OFFICE             PIC X(04).

       01  HELD-ASSIGNMENT-SWITCH      PIC X(01)  VALUE 'N'.
           88  ASSIGNMENT-IS-HELD                 VALUE 'Y'.
       01  SUBSCRPT                    PIC 9(02)  VALUE 1.
       01  F-SUBSCRPT                  PIC 9(02)  VALUE 1.

       01  RPT-TERRITORY-EXCEPT-COUNT  PIC 9(05)  VALUE 0.
       01  RPT-IN-EFFECT-COUNT         PIC 9(05)  VALUE 0.
       01  RPT-SUPERSEDED-COUNT        PIC 9(05)  VALUE 0.
       01  RPT-FUTURE-DATED-COUNT      PIC 9(05)  VALUE 0.

       PROCEDURE DIVISION.

       MAINLINE-PARAGRAPH.
           PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
           IF NOT BUSINESS-DATE-IS-VALID
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT TERRITORY-MASTER.
           IF TERR-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'VSAMSORT - TERRITORY MASTER OPEN FAILED - '
                   'STATUS ' TERR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM SORT-STATES.
           STOP RUN.

       SORT-STATES.
           SORT SORT-FILE ON ASCENDING KEY SORT-STATE
                INPUT PROCEDURE IS SELECT-CURRENT-ASSIGNMENTS
                OUTPUT PROCEDURE IS PROCESS-STATES.
           DISPLAY 'VSAMSORT - ' RPT-IN-EFFECT-COUNT
               ' ASSIGNMENTS IN EFFECT, ' RPT-SUPERSEDED-COUNT
               ' SUPERSEDED, ' RPT-FUTURE-DATED-COUNT
               ' NOT YET EFFECTIVE'.
       SORT-STATES-EXIT.
           EXIT.

      ******************************************************************
      *    SELECT-CURRENT-ASSIGNMENTS -- READ THE TERRITORY MASTER
      *    FRONT TO BACK AND RELEASE TO THE SORT ONE ASSIGNMENT PER
      *    STATE: THE LATEST ONE WHOSE EFFECTIVE DATE IS ON OR BEFORE
      *    THE BUSINESS DATE. OLDER ASSIGNMENTS IT REPLACES ARE
      *    COUNTED AS SUPERSEDED, AND ASSIGNMENTS LOADED AHEAD OF
      *    THEIR DATE ARE COUNTED AND LEFT FOR A LATER NIGHT. THE
      *    MASTER IS OPENED BY THE MAINLINE BEFORE THE SORT STARTS; IF
      *    IT WILL NOT OPEN THE STEP ENDS THERE WITH RETURN-CODE 16,
      *    NO TABLE-FILE IS WRITTEN, AND PROCSTEP IS BYPASSED BY ITS
      *    COND, SO VSAMPROC IS NEVER HANDED AN EMPTY TABLE.
      ******************************************************************
       SELECT-CURRENT-ASSIGNMENTS.
           MOVE 'N' TO HELD-ASSIGNMENT-SWITCH.
           MOVE 1 TO PERFORM-FLAG.
           PERFORM SELECT-ONE-ASSIGNMENT THRU
                   SELECT-ONE-ASSIGNMENT-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
           PERFORM RELEASE-HELD-ASSIGNMENT THRU
                   RELEASE-HELD-ASSIGNMENT-EXIT.
           CLOSE TERRITORY-MASTER.
       SELECT-CURRENT-ASSIGNMENTS-EXIT.
           EXIT.

       SELECT-ONE-ASSIGNMENT.
           READ TERRITORY-MASTER NEXT RECORD
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO SELECT-ONE-ASSIGNMENT-EXIT.
           IF TERR-EFFECTIVE-DATE GREATER THAN TERRITORY-RUN-DATE
               ADD 1 TO RPT-FUTURE-DATED-COUNT
               GO TO SELECT-ONE-ASSIGNMENT-EXIT.
           IF ASSIGNMENT-IS-HELD
               IF TERR-STATE EQUAL HELD-STATE
                   AND TERR-DOMESTIC-FLAG EQUAL HELD-DOMESTIC-FLAG
                   ADD 1 TO RPT-SUPERSEDED-COUNT
               ELSE
                   PERFORM RELEASE-HELD-ASSIGNMENT THRU
                           RELEASE-HELD-ASSIGNMENT-EXIT.
           MOVE TERR-STATE         TO HELD-STATE.
           MOVE TERR-DOMESTIC-FLAG TO HELD-DOMESTIC-FLAG.
           MOVE TERR-SALESREP      TO HELD-SALESREP.
           MOVE TERR-OFFICE        TO HELD-OFFICE.
           MOVE 'Y' TO HELD-ASSIGNMENT-SWITCH.
       SELECT-ONE-ASSIGNMENT-EXIT.
           EXIT.

       RELEASE-HELD-ASSIGNMENT.
           IF NOT ASSIGNMENT-IS-HELD
               GO TO RELEASE-HELD-ASSIGNMENT-EXIT.
           MOVE HELD-STATE         TO SORT-STATE.
           MOVE HELD-SALESREP      TO SORT-SALESREP.
           MOVE HELD-OFFICE        TO SORT-SALES-OFFICE.
           MOVE HELD-DOMESTIC-FLAG TO SORT-DOMESTIC-FLAG.
           RELEASE SORT-RECORD.
           ADD 1 TO RPT-IN-EFFECT-COUNT.
           MOVE 'N' TO HELD-ASSIGNMENT-SWITCH.
       RELEASE-HELD-ASSIGNMENT-EXIT.
           EXIT.

       PROCESS-STATES.
           MOVE 1 TO SUBSCRPT F-SUBSCRPT PERFORM-FLAG.
           OPEN OUTPUT TERRITORY-EXCEPTION TABLE-FILE.
           ADD 1 TO RPT-TERRITORY-EXCEPT-COUNT.
       WRITE-TERRITORY-EXCEPTION-EXIT.
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
               DISPLAY 'VSAMSORT - BUSINESS DATE FILE NOT AVAILABLE - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           READ BUSINESS-DATE-FILE
               AT END MOVE 0 TO PERFORM-FLAG.
           CLOSE BUSINESS-DATE-FILE.
           IF PERFORM-FLAG EQUAL TO 0
               DISPLAY 'VSAMSORT - BUSINESS DATE FILE EMPTY - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           IF BDAT-PROCESS-DATE NOT NUMERIC
               OR BDAT-PROCESS-DATE EQUAL ZERO
               DISPLAY 'VSAMSORT - BUSINESS DATE NOT NUMERIC - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE BDAT-PROCESS-DATE TO TERRITORY-RUN-DATE.
           MOVE 'Y' TO BUSINESS-DATE-SWITCH.
       READ-BUSINESS-DATE-EXIT.
           EXIT.
