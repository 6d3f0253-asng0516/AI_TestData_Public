       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUPPMNT.
       AUTHOR.  DATA PROCESSING.

      ****************************************************************
      *
      *            SUPPMNT.CBL
      *
      *         THIS PROGRAM MAINTAINS THE DO-NOT-CONTACT SUPPRESSION
      *         MASTER. A CUSTOMER WHO ASKS NEVER TO BE CONTACTED
      *         AGAIN IS ADDED HERE INSTEAD OF BEING DELETED FROM THE
      *         REGION FILES BY MAINTRAN, SO THEIR HISTORY STAYS ON
      *         FILE AND A LATER INQUIRY FROM THEM IS STILL CAUGHT.
      *         EACH CARD ON THE TRANSACTION FILE NAMES A CUSTOMER
      *         NUMBER AND AN ACTION: 'A' ADDS THE CUSTOMER TO THE
      *         LIST WITH A REASON CODE, THE DATE THE REQUEST WAS
      *         MADE AND OPTIONALLY THE PHONE NUMBER AND COMPANY TO
      *         MATCH ON AS WELL, 'C' CHANGES ANY OF THOSE FIELDS
      *         THAT ARE NOT BLANK ON THE CARD, AND 'D' LIFTS THE
      *         SUPPRESSION BY REMOVING THE ENTRY.
      *
      *         THE REASON CODE MUST BE 'R' (CUSTOMER REQUEST), 'L'
      *         (LEGAL OR REGULATORY), 'C' (COMPLAINT) OR 'O' (OTHER),
      *         THE REQUEST DATE MUST BE A DATE NO LATER THAN THE
      *         BUSINESS DATE, AND A PHONE NUMBER, WHEN GIVEN, MUST
      *         BE COMPLETE, SO VSAMPROC NEVER MATCHES AN INQUIRY ON
      *         A PARTIAL NUMBER. EVERY TRANSACTION, APPLIED OR
      *         REJECTED, IS LISTED ON THE MAINTENANCE AUDIT REPORT,
      *         THE SAME PATTERN SREPMNT AND PRODMNT USE.
      *
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * INPUT FILE OF SUPPRESSION MASTER MAINTENANCE TRANSACTIONS
           SELECT SUPPRESSION-TRANS ASSIGN SUPPTRAN
               ORGANIZATION SEQUENTIAL.

      * DO-NOT-CONTACT SUPPRESSION MASTER VSAM FILE - MAINTAINED BY
      * THIS PROGRAM
           SELECT SUPPRESSION-MASTER ASSIGN SUPPMST
               ORGANIZATION INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SUPP-CUST-NUM
               ALTERNATE RECORD KEY IS SUPP-PHONE   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SUPP-COMPANY WITH DUPLICATES
               FILE STATUS IS SUPP-FILE-STATUS.

      * SHARED BUSINESS-DATE CONTROL RECORD - ROLLED BY BDATROLL
           SELECT BUSINESS-DATE-FILE ASSIGN BUSDATE
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS BDAT-FILE-STATUS.

      * OUTPUT SUPPRESSION MASTER MAINTENANCE AUDIT REPORT
           SELECT SUPPRESSION-REPORT ASSIGN SUPPMRPT
               ORGANIZATION SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       COPY 'SUPMFS'.

       WORKING-STORAGE SECTION.

       01  PERFORM-FLAG                PIC 9      VALUE 1.

       01  SUPP-FILE-STATUS            PIC X(02).
       01  BDAT-FILE-STATUS            PIC X(02).

       01  BUSINESS-DATE-SWITCH        PIC X(01)  VALUE 'N'.
           88  BUSINESS-DATE-IS-VALID             VALUE 'Y'.

       01  CARD-OK-SWITCH              PIC X(01)  VALUE 'N'.
           88  CARD-IS-VALID                      VALUE 'Y'.

       01  TODAY-DATE                  PIC 9(08)  VALUE 0.

       01  RPT-TRANS-READ-COUNT        PIC 9(05)  VALUE 0.
       01  RPT-ADD-APPLIED-COUNT       PIC 9(05)  VALUE 0.
       01  RPT-CHANGE-APPLIED-COUNT    PIC 9(05)  VALUE 0.
       01  RPT-DELETE-APPLIED-COUNT    PIC 9(05)  VALUE 0.
       01  RPT-TRANS-REJECT-COUNT      PIC 9(05)  VALUE 0.

       01  SM-HEADING-1.
           05  FILLER                  PIC X(45)
               VALUE 'SUPPMNT - DO-NOT-CONTACT SUPPRESSION AUDIT'.

       01  SM-HEADING-2.
           05  FILLER                  PIC X(44)
               VALUE 'A  CUST   PHONE       COMPANY               '.
           05  FILLER                  PIC X(23)
               VALUE 'R  REQ-DATE DISPOSITION'.

       01  SM-DETAIL-LINE.
           05  SM-ACTION               PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SM-CUST-NUM             PIC X(05).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SM-PHONE                PIC X(10).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SM-COMPANY              PIC X(20).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SM-REASON-CODE          PIC X(01).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  SM-REQUEST-DATE         PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  SM-DISPOSITION          PIC X(24).

       01  SM-SUMMARY-LINE.
           05  SM-SUMMARY-LABEL        PIC X(35).
           05  SM-SUMMARY-COUNT        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAINLINE-PARAGRAPH.
           PERFORM READ-BUSINESS-DATE THRU READ-BUSINESS-DATE-EXIT.
           IF NOT BUSINESS-DATE-IS-VALID
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM MAINTAIN-SUPPRESSION-MASTER.
           STOP RUN.

       MAINTAIN-SUPPRESSION-MASTER.
           OPEN INPUT SUPPRESSION-TRANS.
           OPEN OUTPUT SUPPRESSION-REPORT.
           OPEN I-O SUPPRESSION-MASTER.
           IF SUPP-FILE-STATUS EQUAL '35'
               OPEN OUTPUT SUPPRESSION-MASTER
               CLOSE SUPPRESSION-MASTER
               OPEN I-O SUPPRESSION-MASTER.
           WRITE SUPPRESSION-REPORT-LINE FROM SM-HEADING-1.
           WRITE SUPPRESSION-REPORT-LINE FROM SM-HEADING-2.
           MOVE 1 TO PERFORM-FLAG.
           PERFORM APPLY-ONE-TRANSACTION THRU
                   APPLY-ONE-TRANSACTION-EXIT
                   UNTIL PERFORM-FLAG EQUAL TO 0.
           PERFORM WRITE-TRANSACTION-SUMMARY.
           CLOSE SUPPRESSION-TRANS SUPPRESSION-REPORT
                 SUPPRESSION-MASTER.
       MAINTAIN-SUPPRESSION-MASTER-EXIT.
           EXIT.

       APPLY-ONE-TRANSACTION.
           READ SUPPRESSION-TRANS
               AT END
               MOVE 0 TO PERFORM-FLAG
               GO TO APPLY-ONE-TRANSACTION-EXIT.
           ADD 1 TO RPT-TRANS-READ-COUNT.
           MOVE SUPT-ACTION-CODE    TO SM-ACTION.
           MOVE SUPT-CUST-NUM       TO SM-CUST-NUM.
           MOVE SUPT-PHONE          TO SM-PHONE.
           MOVE SUPT-COMPANY        TO SM-COMPANY.
           MOVE SUPT-REASON-CODE    TO SM-REASON-CODE.
           MOVE SUPT-REQUEST-DATE-X TO SM-REQUEST-DATE.
           IF SUPT-CUST-NUM EQUAL SPACES
               MOVE 'CUST NUMBER BLANK-REJECT' TO SM-DISPOSITION
               ADD 1 TO RPT-TRANS-REJECT-COUNT
           ELSE
           IF SUPT-IS-ADD
               PERFORM APPLY-ADD-TRANSACTION
                   THRU APPLY-ADD-TRANSACTION-EXIT
           ELSE
           IF SUPT-IS-CHANGE
               PERFORM APPLY-CHANGE-TRANSACTION
                   THRU APPLY-CHANGE-TRANSACTION-EXIT
           ELSE
           IF SUPT-IS-DELETE
               PERFORM APPLY-DELETE-TRANSACTION
           ELSE
               MOVE 'UNKNOWN ACTION - REJECT' TO SM-DISPOSITION
               ADD 1 TO RPT-TRANS-REJECT-COUNT.
           WRITE SUPPRESSION-REPORT-LINE FROM SM-DETAIL-LINE.
       APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      *    EDIT-SUPPRESSION-CARD -- VALIDATE THE REASON, REQUEST DATE
      *    AND PHONE ON AN ADD OR CHANGE CARD. AN ADD MUST CARRY A
      *    REASON AND A DATE; A CHANGE MAY LEAVE EITHER BLANK TO KEEP
      *    WHAT IS ON FILE. A REQUEST DATE AFTER THE BUSINESS DATE IS
      *    A KEYING ERROR. A PHONE NUMBER WITH ITS AREA CODE, EXCHANGE
      *    OR LINE NUMBER MISSING WOULD MATCH EVERY INQUIRY SHARING THE
      *    PART THAT WAS KEYED, SO IT IS REJECTED OUTRIGHT.
      ******************************************************************
       EDIT-SUPPRESSION-CARD.
           MOVE 'N' TO CARD-OK-SWITCH.
           IF SUPT-IS-ADD OR SUPT-REASON-CODE NOT EQUAL SPACE
               IF NOT SUPT-REASON-IS-VALID
                   MOVE 'REASON CODE BAD - REJECT' TO SM-DISPOSITION
                   GO TO EDIT-SUPPRESSION-CARD-EXIT.
           IF SUPT-IS-ADD OR SUPT-REQUEST-DATE-X NOT EQUAL SPACES
               IF SUPT-REQUEST-DATE NOT NUMERIC
                   OR SUPT-REQUEST-DATE EQUAL ZERO
                   OR SUPT-REQUEST-DATE GREATER THAN TODAY-DATE
                   MOVE 'REQUEST DATE BAD-REJECT' TO SM-DISPOSITION
                   GO TO EDIT-SUPPRESSION-CARD-EXIT.
           IF SUPT-PHONE NOT EQUAL SPACES
               AND (SUPT-AREA-CODE EQUAL SPACES
                    OR SUPT-PHONE-1 EQUAL SPACES
                    OR SUPT-PHONE-2 EQUAL SPACES)
               MOVE 'PHONE INCOMPLETE-REJECT' TO SM-DISPOSITION
               GO TO EDIT-SUPPRESSION-CARD-EXIT.
           MOVE 'Y' TO CARD-OK-SWITCH.
       EDIT-SUPPRESSION-CARD-EXIT.
           EXIT.

       APPLY-ADD-TRANSACTION.
           PERFORM EDIT-SUPPRESSION-CARD
               THRU EDIT-SUPPRESSION-CARD-EXIT.
           IF NOT CARD-IS-VALID
               ADD 1 TO RPT-TRANS-REJECT-COUNT
               GO TO APPLY-ADD-TRANSACTION-EXIT.
           MOVE SPACES TO SUPPRESSION-MASTER-RECORD.
           MOVE SUPT-CUST-NUM       TO SUPP-CUST-NUM.
           MOVE SUPT-PHONE          TO SUPP-PHONE.
           MOVE SUPT-COMPANY        TO SUPP-COMPANY.
           MOVE SUPT-REASON-CODE    TO SUPP-REASON-CODE.
           MOVE SUPT-REQUEST-DATE   TO SUPP-REQUEST-DATE.
           MOVE SUPT-REASON-TEXT    TO SUPP-REASON-TEXT.
           MOVE TODAY-DATE          TO SUPP-MAINT-DATE.
           WRITE SUPPRESSION-MASTER-RECORD INVALID KEY
               MOVE 'ALREADY ON MASTER-REJECT' TO SM-DISPOSITION
               ADD 1 TO RPT-TRANS-REJECT-COUNT
           NOT INVALID KEY
               MOVE 'SUPPRESSION ADDED' TO SM-DISPOSITION
               ADD 1 TO RPT-ADD-APPLIED-COUNT.
       APPLY-ADD-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      *    APPLY-CHANGE-TRANSACTION -- ONLY THE FIELDS KEYED ON THE
      *    CARD REPLACE WHAT IS ON FILE. TO TAKE A PHONE OR COMPANY
      *    OFF AN ENTRY, DELETE IT AND ADD IT AGAIN.
      ******************************************************************
       APPLY-CHANGE-TRANSACTION.
           PERFORM EDIT-SUPPRESSION-CARD
               THRU EDIT-SUPPRESSION-CARD-EXIT.
           IF NOT CARD-IS-VALID
               ADD 1 TO RPT-TRANS-REJECT-COUNT
               GO TO APPLY-CHANGE-TRANSACTION-EXIT.
           MOVE SUPT-CUST-NUM TO SUPP-CUST-NUM.
           READ SUPPRESSION-MASTER INVALID KEY
               MOVE 'NOT ON MASTER - REJECTED' TO SM-DISPOSITION
               ADD 1 TO RPT-TRANS-REJECT-COUNT
               GO TO APPLY-CHANGE-TRANSACTION-EXIT.
           IF SUPT-PHONE NOT EQUAL SPACES
               MOVE SUPT-PHONE TO SUPP-PHONE.
           IF SUPT-COMPANY NOT EQUAL SPACES
               MOVE SUPT-COMPANY TO SUPP-COMPANY.
           IF SUPT-REASON-CODE NOT EQUAL SPACE
               MOVE SUPT-REASON-CODE TO SUPP-REASON-CODE.
           IF SUPT-REQUEST-DATE-X NOT EQUAL SPACES
               MOVE SUPT-REQUEST-DATE TO SUPP-REQUEST-DATE.
           IF SUPT-REASON-TEXT NOT EQUAL SPACES
               MOVE SUPT-REASON-TEXT TO SUPP-REASON-TEXT.
           MOVE TODAY-DATE TO SUPP-MAINT-DATE.
           REWRITE SUPPRESSION-MASTER-RECORD.
           MOVE 'SUPPRESSION CHANGED' TO SM-DISPOSITION.
           ADD 1 TO RPT-CHANGE-APPLIED-COUNT.
       APPLY-CHANGE-TRANSACTION-EXIT.
           EXIT.

       APPLY-DELETE-TRANSACTION.
           MOVE SUPT-CUST-NUM TO SUPP-CUST-NUM.
           READ SUPPRESSION-MASTER INVALID KEY
               MOVE 'NOT ON MASTER - REJECTED' TO SM-DISPOSITION
               ADD 1 TO RPT-TRANS-REJECT-COUNT
           NOT INVALID KEY
               MOVE SUPP-PHONE        TO SM-PHONE
               MOVE SUPP-COMPANY      TO SM-COMPANY
               MOVE SUPP-REASON-CODE  TO SM-REASON-CODE
               MOVE SUPP-REQUEST-DATE TO SM-REQUEST-DATE
               DELETE SUPPRESSION-MASTER RECORD
               MOVE 'SUPPRESSION LIFTED' TO SM-DISPOSITION
               ADD 1 TO RPT-DELETE-APPLIED-COUNT.
       APPLY-DELETE-TRANSACTION-EXIT.
           EXIT.

       WRITE-TRANSACTION-SUMMARY.
           MOVE SPACES TO SUPPRESSION-REPORT-LINE.
           WRITE SUPPRESSION-REPORT-LINE.
           MOVE 'TRANSACTIONS READ' TO SM-SUMMARY-LABEL.
           MOVE RPT-TRANS-READ-COUNT TO SM-SUMMARY-COUNT.
           WRITE SUPPRESSION-REPORT-LINE FROM SM-SUMMARY-LINE.
           MOVE 'SUPPRESSIONS ADDED' TO SM-SUMMARY-LABEL.
           MOVE RPT-ADD-APPLIED-COUNT TO SM-SUMMARY-COUNT.
           WRITE SUPPRESSION-REPORT-LINE FROM SM-SUMMARY-LINE.
           MOVE 'SUPPRESSIONS CHANGED' TO SM-SUMMARY-LABEL.
           MOVE RPT-CHANGE-APPLIED-COUNT TO SM-SUMMARY-COUNT.
           WRITE SUPPRESSION-REPORT-LINE FROM SM-SUMMARY-LINE.
           MOVE 'SUPPRESSIONS LIFTED' TO SM-SUMMARY-LABEL.
           MOVE RPT-DELETE-APPLIED-COUNT TO SM-SUMMARY-COUNT.
           WRITE SUPPRESSION-REPORT-LINE FROM SM-SUMMARY-LINE.
           MOVE 'TRANSACTIONS REJECTED' TO SM-SUMMARY-LABEL.
           MOVE RPT-TRANS-REJECT-COUNT TO SM-SUMMARY-COUNT.
           WRITE SUPPRESSION-REPORT-LINE FROM SM-SUMMARY-LINE.
       WRITE-TRANSACTION-SUMMARY-EXIT.
           EXIT.

      ******************************************************************
      *    READ-BUSINESS-DATE -- TAKE THE PROCESSING DATE FROM THE
      *    SHARED BUSINESS-DATE CONTROL RECORD BDATROLL ROLLS FORWARD
      *    AT END OF DAY. IT STAMPS EVERY ENTRY ADDED OR CHANGED AND
      *    BOUNDS THE REQUEST DATES THE CARDS MAY CARRY. A MISSING OR
      *    NON-NUMERIC RECORD ENDS THE RUN WITH RETURN-CODE 16 BEFORE
      *    THE MASTER IS UPDATED.
      ******************************************************************
       READ-BUSINESS-DATE.
           MOVE 'N' TO BUSINESS-DATE-SWITCH.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDAT-FILE-STATUS NOT EQUAL '00'
               DISPLAY 'SUPPMNT - BUSINESS DATE FILE NOT AVAILABLE - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE 1 TO PERFORM-FLAG.
           READ BUSINESS-DATE-FILE
               AT END MOVE 0 TO PERFORM-FLAG.
           CLOSE BUSINESS-DATE-FILE.
           IF PERFORM-FLAG EQUAL TO 0
               DISPLAY 'SUPPMNT - BUSINESS DATE FILE EMPTY - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           IF BDAT-PROCESS-DATE NOT NUMERIC
               OR BDAT-PROCESS-DATE EQUAL ZERO
               DISPLAY 'SUPPMNT - BUSINESS DATE NOT NUMERIC - '
                   'RUN ABANDONED'
               GO TO READ-BUSINESS-DATE-EXIT.
           MOVE BDAT-PROCESS-DATE TO TODAY-DATE.
           MOVE 'Y' TO BUSINESS-DATE-SWITCH.
       READ-BUSINESS-DATE-EXIT.
           EXIT.
