       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUPPRPT.
       AUTHOR.  DATA PROCESSING.

      ****************************************************************
      *
      *            SUPPRPT.CBL
      *
      *         WEEKLY SUPPRESSED INQUIRY REPORT. EVERY INQUIRY
      *         VSAMPROC HOLDS BACK FROM THE REGION FILES BECAUSE THE
      *         CUSTOMER IS ON THE DO-NOT-CONTACT SUPPRESSION MASTER
      *         IS APPENDED TO THE SUPPRESSED INQUIRY LOG. THIS
      *         PROGRAM LISTS THE LOG ENTRIES FOR THE SEVEN DAYS
      *         ENDING ON THE BUSINESS DATE, SHOWING HOW EACH INQUIRY
      *         MATCHED - ON CUSTOMER NUMBER, PHONE OR COMPANY - AND
      *         THE SUPPRESSION ENTRY AND REASON IT MATCHED, SO THE
      *         SALES OFFICES CAN SEE WHO IS STILL WRITING IN AND
      *         SPOT A PHONE OR COMPANY MATCH THAT CAUGHT THE WRONG
      *         CUSTOMER. THE WEEK'S TOTALS BY MATCH TYPE FOLLOW.
      *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * SUPPRESSED INQUIRY LOG - APPENDED TO BY VSAMPROC
           SELECT SUPPRESSION-LOG ASSIGN SUPPLOG
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS SUPL-FILE-STATUS.

      * SHARED BUSINESS-DATE CONTROL RECORD - ROLLED BY BDATROLL
           SELECT BUSINESS-DATE-FILE ASSIGN BUSDATE
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS BDAT-FILE-STATUS.

      * OUTPUT WEEKLY SUPPRESSED INQUIRY REPORT
           SELECT SUPPRESSED-REPORT ASSIGN SUPPRPT
               ORGANIZATION SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       COPY 'SUPRFS'.

       WORKING-STORAGE SECTION.

       01  PERFORM-FLAG                PIC 9      VALUE 1.

       01  SUPL-FILE-STATUS            PIC X(02).
       01  BDAT-FILE-STATUS            PIC X(02).

       01  BUSINESS-DATE-SWITCH        PIC X(01)  VALUE 'N'.
           88  BUSINESS-DATE-IS-VALID             VALUE 'Y'.

       01  TODAY-DATE                  PIC 9(08)  VALUE 0.
       01  TODAY-INTEGER               PIC 9(07)  VALUE 0.
       01  WEEK-START-DATE             PIC 9(08)  VALUE 0.

       01  RPT-LOG-READ-COUNT          PIC 9(05)  VALUE 0.
       01  RPT-LISTED-COUNT            PIC 9(05)  VALUE 0.
       01  RPT-NUMBER-MATCH-COUNT      PIC 9(05)  VALUE 0.
       01  RPT-PHONE-MATCH-COUNT       PIC 9(05)  VALUE 0.
       01  RPT-COMPANY-MATCH-COUNT     PIC 9(05)  VALUE 0.
       01  RPT-OUTSIDE-WEEK-COUNT      PIC 9(05)  VALUE 0.

       01  SW-HEADING-1.
           05  FILLER                  PIC X(34)
               VALUE 'SUPPRPT - SUPPRESSED INQUIRIES    '.
           05  SW-WEEK-START           PIC 9(08).
           05  FILLER                  PIC X(04)  VALUE ' TO '.
           05  SW-WEEK-END             PIC 9(08).

       01  SW-HEADING-2.
           05  FILLER                  PIC X(36)
               VALUE 'RUN-DATE  CUST   MATCH    ENTRY  R  '.
           05  FILLER                  PIC X(31)
               VALUE 'COMPANY               CUST-NAME'.

       01  SW-DETAIL-LINE.
           05  SW-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SW-CUST-NUM             PIC X(05).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SW-MATCH-TYPE           PIC X(07).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SW-SUPP-CUST-NUM        PIC X(05).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SW-REASON-CODE          PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SW-COMPANY              PIC X(20).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SW-CUST-NAME            PIC X(20).

       01  SW-SUMMARY-LINE.
           05  SW-SUMMARY-LABEL        PIC X(35).
           05  SW-SUMMARY-COUNT        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAINLINE-PARAGRAPH.
           PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
           IF NOT BUSINESS-DATE-IS-VALID
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           COMPUTE TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(TODAY-DATE).
           COMPUTE WEEK-START-DATE =
               FUNCTION DATE-OF-INTEGER(TODAY-INTEGER - 6).
           OPEN OUTPUT SUPPRESSED-REPORT.
           MOVE WEEK-START-DATE TO SW-WEEK-START.
           MOVE TODAY-DATE      TO SW-WEEK-END.
           WRITE SUPPRESSED-REPORT-LINE FROM SW-HEADING-1.
           MOVE SPACES TO SUPPRESSED-REPORT-LINE.
           WRITE SUPPRESSED-REPORT-LINE.
           WRITE SUPPRESSED-REPORT-LINE FROM SW-HEADING-2.
           PERFORM LIST-SUPPRESSED-INQUIRIES
               THRU LIST-SUPPRESSED-INQUIRIES-EXIT.
           PERFORM WRITE-SUPPRESSED-SUMMARY.
           CLOSE SUPPRESSED-REPORT.
           DISPLAY 'SUPPRPT - ' RPT-LISTED-COUNT
               ' SUPPRESSED INQUIRIES LISTED FOR WEEK ENDING '
               TODAY-DATE.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      *    LIST-SUPPRESSED-INQUIRIES -- READ THE LOG FRONT TO BACK.
      *    VSAMPROC APPENDS TO IT IN RUN DATE ORDER, SO THE WEEK'S
      *    ENTRIES LIST IN THE ORDER THE INQUIRIES ARRIVED WITHOUT A
      *    SORT. A LOG THAT DOES NOT EXIST YET MEANS NOTHING HAS EVER
      *    BEEN SUPPRESSED AND THE REPORT PRINTS EMPTY.
      ******************************************************************
       LIST-SUPPRESSED-INQUIRIES.
           OPEN INPUT SUPPRESSION-LOG.
           IF SUPL-FILE-STATUS NOT EQUAL '00'
               GO TO LIST-SUPPRESSED-INQUIRIES-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           PERFORM LIST-ONE-LOG-ENTRY THRU LIST-ONE-LOG-ENTRY-EXIT
               UNTIL PERFORM-FLAG EQUAL TO 0.
           CLOSE SUPPRESSION-LOG.
       LIST-SUPPRESSED-INQUIRIES-EXIT.
           EXIT.

       LIST-ONE-LOG-ENTRY.
           READ SUPPRESSION-LOG
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO LIST-ONE-LOG-ENTRY-EXIT.
           ADD 1 TO RPT-LOG-READ-COUNT.
           IF SUPL-RUN-DATE LESS THAN WEEK-START-DATE
               OR SUPL-RUN-DATE GREATER THAN TODAY-DATE
               ADD 1 TO RPT-OUTSIDE-WEEK-COUNT
               GO TO LIST-ONE-LOG-ENTRY-EXIT.
           IF SUPL-MATCHED-NUMBER
               MOVE 'NUMBER'  TO SW-MATCH-TYPE
               ADD 1 TO RPT-NUMBER-MATCH-COUNT
           ELSE
           IF SUPL-MATCHED-PHONE
               MOVE 'PHONE'   TO SW-MATCH-TYPE
               ADD 1 TO RPT-PHONE-MATCH-COUNT
           ELSE
               MOVE 'COMPANY' TO SW-MATCH-TYPE
               ADD 1 TO RPT-COMPANY-MATCH-COUNT.
           MOVE SUPL-RUN-DATE      TO SW-RUN-DATE.
           MOVE SUPL-CUST-NUM      TO SW-CUST-NUM.
           MOVE SUPL-SUPP-CUST-NUM TO SW-SUPP-CUST-NUM.
           MOVE SUPL-REASON-CODE   TO SW-REASON-CODE.
           MOVE SUPL-COMPANY       TO SW-COMPANY.
           MOVE SUPL-CUST-NAME     TO SW-CUST-NAME.
           WRITE SUPPRESSED-REPORT-LINE FROM SW-DETAIL-LINE.
           ADD 1 TO RPT-LISTED-COUNT.
       LIST-ONE-LOG-ENTRY-EXIT.
           EXIT.

       WRITE-SUPPRESSED-SUMMARY.
           MOVE SPACES TO SUPPRESSED-REPORT-LINE.
           WRITE SUPPRESSED-REPORT-LINE.
           MOVE 'SUPPRESSED INQUIRIES LISTED' TO SW-SUMMARY-LABEL.
           MOVE RPT-LISTED-COUNT TO SW-SUMMARY-COUNT.
           WRITE SUPPRESSED-REPORT-LINE FROM SW-SUMMARY-LINE.
           MOVE 'MATCHED ON CUSTOMER NUMBER' TO SW-SUMMARY-LABEL.
           MOVE RPT-NUMBER-MATCH-COUNT TO SW-SUMMARY-COUNT.
           WRITE SUPPRESSED-REPORT-LINE FROM SW-SUMMARY-LINE.
           MOVE 'MATCHED ON PHONE NUMBER' TO SW-SUMMARY-LABEL.
           MOVE RPT-PHONE-MATCH-COUNT TO SW-SUMMARY-COUNT.
           WRITE SUPPRESSED-REPORT-LINE FROM SW-SUMMARY-LINE.
           MOVE 'MATCHED ON COMPANY' TO SW-SUMMARY-LABEL.
           MOVE RPT-COMPANY-MATCH-COUNT TO SW-SUMMARY-COUNT.
           WRITE SUPPRESSED-REPORT-LINE FROM SW-SUMMARY-LINE.
           MOVE 'LOG ENTRIES OUTSIDE THE WEEK' TO SW-SUMMARY-LABEL.
           MOVE RPT-OUTSIDE-WEEK-COUNT TO SW-SUMMARY-COUNT.
           WRITE SUPPRESSED-REPORT-LINE FROM SW-SUMMARY-LINE.
       WRITE-SUPPRESSED-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      *    READ-BUSINESS-DATE -- TAKE THE PROCESSING DATE FROM THE
      *    SHARED BUSINESS-DATE CONTROL RECORD BDATROLL ROLLS FORWARD
      *    AT END OF DAY. THE REPORTED WEEK ENDS ON THAT DATE. A
      *    MISSING OR NON-NUMERIC RECORD ENDS THE RUN WITH
      *    RETURN-CODE 16.
      ******************************************************************
       READ-BUSINESS-DATE.
           MOVE 'N' TO BUSINESS-DATE-SWITCH.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDAT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'SUPPRPT - BUSINESS DATE FILE NOT AVAILABLE - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           READ BUSINESS-DATE-FILE
               AT END MOVE 0 TO PERFORM-FLAG.
           CLOSE BUSINESS-DATE-FILE.
           IF PERFORM-FLAG EQUAL TO 0
               DISPLAY 'SUPPRPT - BUSINESS DATE FILE EMPTY - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           IF BDAT-PROCESS-DATE NOT NUMERIC
               OR BDAT-PROCESS-DATE EQUAL ZERO
               DISPLAY 'SUPPRPT - BUSINESS DATE NOT NUMERIC - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE BDAT-PROCESS-DATE TO TODAY-DATE.
           MOVE 'Y' TO BUSINESS-DATE-SWITCH.
       READ-BUSINESS-DATE-EXIT.
           EXIT.
