      *         PRODUCT DISCONTINUED SO NEW INQUIRIES NAMING IT ARE
      *         REJECTED BY INQEDIT, 'R' REACTIVATES A DISCONTINUED
      *         PRODUCT AND 'D' REMOVES THE PRODUCT FROM THE MASTER
      *         ALTOGETHER. AN 'X' CARD MAY ALSO NAME A SUCCESSOR
      *         PRODUCT, WHICH MUST ALREADY BE ACTIVE ON THE MASTER;
      *         INQEDIT THEN MAPS NEW INQUIRIES FOR THE DISCONTINUED
      *         CODE ONTO THE SUCCESSOR INSTEAD OF REJECTING THEM AND
      *         PRODSUBS MOVES CUSTOMERS ALREADY ON FILE ACROSS TO IT.
      *         'R' CLEARS ANY SUCCESSOR. EVERY TRANSACTION, APPLIED
      *         OR REJECTED, IS LISTED ON THE MAINTENANCE AUDIT
      *         REPORT, THE SAME PATTERN MAINTRAN AND SREPMNT USE.
      *
      ****************************************************************


       01  PROD-FILE-STATUS            PIC X(02).

       01  SUCCESSOR-REJECT-SWITCH     PIC X(01)  VALUE 'N'.
           88  SUCCESSOR-IS-REJECTED              VALUE 'Y'.

       01  RPT-TRANS-READ-COUNT        PIC 9(05)  VALUE 0.
       01  RPT-ADD-APPLIED-COUNT       PIC 9(05)  VALUE 0.
       01  RPT-CHANGE-APPLIED-COUNT    PIC 9(05)  VALUE 0.
               PERFORM APPLY-CHANGE-TRANSACTION
           ELSE
           IF PTRN-IS-DISCONTINUE
               PERFORM APPLY-STATUS-TRANSACTION THRU
                       APPLY-STATUS-TRANSACTION-EXIT
           ELSE
           IF PTRN-IS-REACTIVATE
               PERFORM APPLY-STATUS-TRANSACTION THRU
                       APPLY-STATUS-TRANSACTION-EXIT
           ELSE
           IF PTRN-IS-DELETE
               PERFORM APPLY-DELETE-TRANSACTION
      *    ('X') OR ACTIVE AGAIN ('R'). A DISCONTINUED PRODUCT STAYS
      *    ON THE MASTER SO DEMAND ALREADY ON THE REGION FILES STILL
      *    PRINTS WITH ITS DESCRIPTION; ONLY NEW INQUIRIES NAMING IT
      *    ARE REJECTED BY INQEDIT. A SUCCESSOR NAMED ON AN 'X' CARD
      *    IS CHECKED FIRST AND THE WHOLE CARD REJECTED IF IT IS NOT
      *    USABLE, SO A PRODUCT IS NEVER LEFT POINTING AT A CODE
      *    THAT IS MISSING, DISCONTINUED OR ITSELF. REACTIVATING A
      *    PRODUCT CLEARS ITS SUCCESSOR.
      ******************************************************************
       APPLY-STATUS-TRANSACTION.
           IF PTRN-IS-DISCONTINUE
               AND PTRN-SUCCESSOR-CODE NOT EQUAL SPACES
               PERFORM CHECK-SUCCESSOR-PRODUCT THRU
                       CHECK-SUCCESSOR-PRODUCT-EXIT
               IF SUCCESSOR-IS-REJECTED
                   ADD 1 TO RPT-TRANS-REJECT-COUNT
                   GO TO APPLY-STATUS-TRANSACTION-EXIT.
           MOVE PTRN-PROD-CODE TO PROD-CODE.
           READ PRODUCT-MASTER INVALID KEY
               MOVE 'PRODUCT NOT ON MASTER - REJECTED'
           NOT INVALID KEY
               IF PTRN-IS-DISCONTINUE
                   MOVE 'X' TO PROD-STATUS
                   MOVE PTRN-SUCCESSOR-CODE TO PROD-SUCCESSOR-CODE
                   MOVE 'PRODUCT DISCONTINUED' TO PM-DISPOSITION
               ELSE
                   MOVE 'A' TO PROD-STATUS
                   MOVE SPACES TO PROD-SUCCESSOR-CODE
                   MOVE 'PRODUCT REACTIVATED' TO PM-DISPOSITION
               END-IF
               IF PROD-SUCCESSOR-CODE NOT EQUAL SPACES
                   MOVE SPACES TO PM-DISPOSITION
                   STRING 'DISCONTINUED - SUCCESSOR '
                                         DELIMITED BY SIZE
                          PROD-SUCCESSOR-CODE DELIMITED BY SIZE
                          INTO PM-DISPOSITION
               END-IF
               REWRITE PRODUCT-MASTER-RECORD
               ADD 1 TO RPT-STATUS-APPLIED-COUNT.
       APPLY-STATUS-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      *    CHECK-SUCCESSOR-PRODUCT -- THE SUCCESSOR ON A DISCONTINUE
      *    CARD MUST BE A DIFFERENT PRODUCT, ON THE MASTER AND ACTIVE.
      ******************************************************************
       CHECK-SUCCESSOR-PRODUCT.
           MOVE 'N' TO SUCCESSOR-REJECT-SWITCH.
           IF PTRN-SUCCESSOR-CODE EQUAL PTRN-PROD-CODE
               MOVE 'Y' TO SUCCESSOR-REJECT-SWITCH
               MOVE 'SUCCESSOR IS SAME PRODUCT-REJECT'
                                     TO PM-DISPOSITION
               GO TO CHECK-SUCCESSOR-PRODUCT-EXIT.
           MOVE PTRN-SUCCESSOR-CODE TO PROD-CODE.
           READ PRODUCT-MASTER INVALID KEY
               MOVE 'Y' TO SUCCESSOR-REJECT-SWITCH
               MOVE 'SUCCESSOR NOT ON MASTER - REJECTED'
                                     TO PM-DISPOSITION
               GO TO CHECK-SUCCESSOR-PRODUCT-EXIT.
           IF NOT PROD-IS-ACTIVE
               MOVE 'Y' TO SUCCESSOR-REJECT-SWITCH
               MOVE 'SUCCESSOR NOT ACTIVE - REJECTED'
                                     TO PM-DISPOSITION.
       CHECK-SUCCESSOR-PRODUCT-EXIT.
           EXIT.

       APPLY-DELETE-TRANSACTION.
           MOVE PTRN-PROD-CODE TO PROD-CODE.
           READ PRODUCT-MASTER INVALID KEY
