      ******************************************************************
      *    TERRFD  --  TERRITORY MASTER VSAM FILE. ONE RECORD PER
      *                STATE (OR FOREIGN COUNTRY CODE) ASSIGNMENT,
      *                KEYED BY STATE, DOMESTIC FLAG AND THE DATE THE
      *                ASSIGNMENT TAKES EFFECT, CARRYING THE SALESREP
      *                AND OFFICE THAT WORK THE TERRITORY FROM THAT
      *                DATE. A REALIGNMENT IS LOADED AHEAD OF TIME AS
      *                A NEW EFFECTIVE DATE AGAINST THE SAME STATE;
      *                VSAMSORT BUILDS EACH NIGHT'S TABLE FROM THE
      *                LATEST ASSIGNMENT ALREADY IN EFFECT. MAINTAINED
      *                BY TERRMNT
      ******************************************************************
       FD  TERRITORY-MASTER
           LABEL RECORDS ARE STANDARD.
       01  TERRITORY-MASTER-RECORD.
           05  TERR-KEY.
               10  TERR-STATE          PIC X(02).
               10  TERR-DOMESTIC-FLAG  PIC X(01).
                   88  TERR-IS-DOMESTIC       VALUE 'D'.
                   88  TERR-IS-FOREIGN        VALUE 'F'.
               10  TERR-EFFECTIVE-DATE PIC 9(08).
           05  TERR-SALESREP           PIC X(05).
           05  TERR-OFFICE             PIC X(04).
