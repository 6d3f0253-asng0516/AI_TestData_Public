      ******************************************************************
      *    SUPLFD  --  SUPPRESSED INQUIRY LOG. ONE RECORD APPENDED BY
      *                VSAMPROC FOR EVERY INQUIRY IT HELD BACK FROM
      *                THE REGION FILES BECAUSE THE CUSTOMER NUMBER,
      *                PHONE OR COMPANY MATCHED THE DO-NOT-CONTACT
      *                SUPPRESSION MASTER, CARRYING HOW IT MATCHED AND
      *                THE SUPPRESSION ENTRY IT MATCHED. READ BY
      *                SUPPRPT FOR THE WEEKLY SUPPRESSED INQUIRY REPORT
      ******************************************************************
       FD  SUPPRESSION-LOG
           LABEL RECORDS ARE STANDARD.
       01  SUPPRESSION-LOG-RECORD.
           05  SUPL-RUN-DATE           PIC 9(08).
           05  SUPL-CUST-NUM           PIC X(05).
           05  SUPL-MATCH-TYPE         PIC X(01).
               88  SUPL-MATCHED-NUMBER        VALUE 'N'.
               88  SUPL-MATCHED-PHONE         VALUE 'P'.
               88  SUPL-MATCHED-COMPANY       VALUE 'C'.
           05  SUPL-SUPP-CUST-NUM      PIC X(05).
           05  SUPL-REASON-CODE        PIC X(01).
           05  SUPL-COMPANY            PIC X(20).
           05  SUPL-CUST-NAME          PIC X(20).
           05  SUPL-STATE              PIC X(02).
           05  SUPL-DOMESTIC-FLAG      PIC X(01).
           05  SUPL-AREA-CODE          PIC X(03).
           05  SUPL-PHONE-1            PIC X(03).
           05  SUPL-PHONE-2            PIC X(04).
           05  SUPL-INTERESTS          PIC 9(02).
