      ******************************************************************
      *    SUPTFD  --  MAINTENANCE TRANSACTION FILE FOR SUPPMNT. ONE
      *                CARD PER SUPPRESSION MASTER ACTION: ADD A
      *                CUSTOMER TO THE DO-NOT-CONTACT LIST WITH THE
      *                REASON AND REQUEST DATE, CHANGE THE PHONE,
      *                COMPANY, REASON OR DATE ON FILE, OR DELETE THE
      *                ENTRY TO LIFT THE SUPPRESSION
      ******************************************************************
       FD  SUPPRESSION-TRANS
           LABEL RECORDS ARE STANDARD.
       01  SUPPRESSION-TRANS-RECORD.
           05  SUPT-ACTION-CODE        PIC X(01).
               88  SUPT-IS-ADD                VALUE 'A'.
               88  SUPT-IS-CHANGE             VALUE 'C'.
               88  SUPT-IS-DELETE             VALUE 'D'.
           05  SUPT-CUST-NUM           PIC X(05).
           05  SUPT-PHONE.
               10  SUPT-AREA-CODE      PIC X(03).
               10  SUPT-PHONE-1        PIC X(03).
               10  SUPT-PHONE-2        PIC X(04).
           05  SUPT-COMPANY            PIC X(20).
           05  SUPT-REASON-CODE        PIC X(01).
               88  SUPT-REASON-IS-VALID       VALUE 'R' 'L' 'C' 'O'.
           05  SUPT-REQUEST-DATE       PIC 9(08).
           05  SUPT-REQUEST-DATE-X     REDEFINES SUPT-REQUEST-DATE
                                       PIC X(08).
           05  SUPT-REASON-TEXT        PIC X(30).
