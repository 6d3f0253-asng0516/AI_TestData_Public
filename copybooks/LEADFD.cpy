      ******************************************************************
      *    LEADFD  --  COMMA-DELIMITED LEAD FILE FROM THE WEBSITE AND
      *                THE TRADE-SHOW PARTNERS, READ BY LEADINTK. ONE
      *                LEAD PER RECORD, FIELDS IN THIS ORDER: SOURCE
      *                CODE, SOURCE'S LEAD REFERENCE, COMPANY, CONTACT
      *                NAME, ADDRESS LINE 1, ADDRESS LINE 2, CITY,
      *                STATE (CODE OR NAME), COUNTRY, PHONE, THEN ONE
      *                PRODUCT NAME OR CODE PER FIELD, UP TO 20. A
      *                FIELD MAY BE ENCLOSED IN DOUBLE QUOTES TO CARRY
      *                A COMMA; A QUOTE INSIDE IT IS DOUBLED. A RECORD
      *                WHOSE FIRST FIELD IS 'SOURCE' IS A COLUMN
      *                HEADING ROW AND IS SKIPPED
      ******************************************************************
       FD  LEAD-FILE
               RECORD IS VARYING IN SIZE FROM 1 TO 600 CHARACTERS
                   DEPENDING ON LEAD-RECORD-LENGTH
               LABEL RECORDS ARE STANDARD.
       01  LEAD-RECORD.
               05  LEAD-CHAR               PIC X(01)  OCCURS 600 TIMES.
