      ******************************************************************
      *    TRANFD  --  DAILY MAINTENANCE TRANSACTION FILE FOR MAINTRAN.
      *                TRAN-SOURCE IS 'E' ON A CHANGE GENERATED BY
      *                ESCALATE, BLANK ON TRANSACTIONS KEYED BY THE
      *                SALES OFFICES; MAINTRAN JOURNALS THE ESCALATION
      *                CHANGES UNDER ESCALATE'S NAME
      ******************************************************************
       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
           05  TRAN-AREA-CODE          PIC X(03).
           05  TRAN-PHONE-1            PIC X(03).
           05  TRAN-PHONE-2            PIC X(04).
           05  TRAN-SOURCE             PIC X(01).
               88  TRAN-FROM-ESCALATE         VALUE 'E'.
