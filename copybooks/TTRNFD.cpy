      ******************************************************************
      *    TTRNFD  --  DAILY MAINTENANCE TRANSACTION FILE FOR TERRMNT.
      *                ONE CARD PER TERRITORY MASTER ACTION: ADD AN
      *                ASSIGNMENT EFFECTIVE ON A GIVEN DATE, CHANGE
      *                THE REP AND OFFICE ON AN ASSIGNMENT ALREADY ON
      *                FILE, OR DELETE AN ASSIGNMENT
      ******************************************************************
       FD  TERRITORY-TRANS
           LABEL RECORDS ARE STANDARD.
       01  TERRITORY-TRANS-RECORD.
           05  TTRN-ACTION-CODE        PIC X(01).
               88  TTRN-IS-ADD                VALUE 'A'.
               88  TTRN-IS-CHANGE             VALUE 'C'.
               88  TTRN-IS-DELETE             VALUE 'D'.
           05  TTRN-STATE              PIC X(02).
           05  TTRN-DOMESTIC-FLAG      PIC X(01).
               88  TTRN-IS-DOMESTIC           VALUE 'D'.
               88  TTRN-IS-FOREIGN            VALUE 'F'.
           05  TTRN-EFFECTIVE-DATE     PIC 9(08).
           05  TTRN-SALESREP           PIC X(05).
           05  TTRN-OFFICE             PIC X(04).
