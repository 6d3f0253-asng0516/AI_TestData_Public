      ******************************************************************
       FD  JOURNAL-KEPT
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-KEPT-RECORD         PIC X(379).
