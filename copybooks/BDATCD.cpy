      ******************************************************************
      *    BDATCD  --  OPTIONAL CONTROL CARD FOR BDATROLL. WHEN A CARD
      *                IS SUPPLIED ITS DATE IS SET AS THE PROCESSING
      *                DATE AS-IS INSTEAD OF ROLLING FORWARD, FOR THE
      *                FIRST LOAD OF THE FILE OR TO CORRECT IT
      ******************************************************************
       FD  BUSINESS-DATE-CONTROL
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-DATE-CONTROL-RECORD.
           05  BDCD-SET-DATE           PIC 9(08).
