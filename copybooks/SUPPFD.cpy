      ******************************************************************
      *    SUPPFD  --  DO-NOT-CONTACT SUPPRESSION MASTER VSAM FILE. ONE
      *                RECORD PER CUSTOMER WHO HAS ASKED NEVER TO BE
      *                CONTACTED AGAIN, KEYED BY CUSTOMER NUMBER, WITH
      *                THE PHONE NUMBER AND COMPANY AS ALTERNATE KEYS
      *                SO A REPEAT INQUIRY FILED UNDER A NEW NUMBER IS
      *                STILL CAUGHT. CARRIES THE REASON AND THE DATE
      *                THE REQUEST WAS MADE. MAINTAINED BY SUPPMNT;
      *                READ BY VSAMPROC, AGERPT, ESCALATE, CSVEXTR AND
      *                DLTAEXTR
      ******************************************************************
       FD  SUPPRESSION-MASTER
           LABEL RECORDS ARE STANDARD.
       01  SUPPRESSION-MASTER-RECORD.
           05  SUPP-CUST-NUM           PIC X(05).
           05  SUPP-PHONE.
               10  SUPP-AREA-CODE      PIC X(03).
               10  SUPP-PHONE-1        PIC X(03).
               10  SUPP-PHONE-2        PIC X(04).
           05  SUPP-COMPANY            PIC X(20).
           05  SUPP-REASON-CODE        PIC X(01).
               88  SUPP-CUSTOMER-REQUEST      VALUE 'R'.
               88  SUPP-LEGAL-REQUEST         VALUE 'L'.
               88  SUPP-COMPLAINT             VALUE 'C'.
               88  SUPP-OTHER-REASON          VALUE 'O'.
           05  SUPP-REQUEST-DATE       PIC 9(08).
           05  SUPP-REASON-TEXT        PIC X(30).
           05  SUPP-MAINT-DATE         PIC 9(08).
