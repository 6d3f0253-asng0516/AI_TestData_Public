           05  JRNL-IMAGE-TYPE         PIC X(01).
               88  JRNL-BEFORE-IMAGE          VALUE 'B'.
               88  JRNL-AFTER-IMAGE           VALUE 'A'.
           05  JRNL-RECORD-IMAGE       PIC X(350).
