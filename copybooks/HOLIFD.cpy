      ******************************************************************
      *    HOLIFD  --  HOLIDAY CALENDAR FILE. ONE RECORD PER COMPANY
      *                HOLIDAY THAT FALLS ON A WEEKDAY. SATURDAYS AND
      *                SUNDAYS ARE NEVER BUSINESS DAYS AND NEED NO
      *                RECORD. READ BY BDATROLL TO SKIP NON-BUSINESS
      *                DAYS WHEN THE DATE ROLLS, AND BY AGERPT AND
      *                ESCALATE TO AGE INQUIRIES IN BUSINESS DAYS
      ******************************************************************
       FD  HOLIDAY-CALENDAR
           LABEL RECORDS ARE STANDARD.
       01  HOLIDAY-CALENDAR-RECORD.
           05  HOLI-DATE               PIC 9(08).
           05  HOLI-DESCRIPTION        PIC X(20).
