      ******************************************************************
      *    PICKRPT  --  LITERATURE PICK LIST AND CONTROL REPORT FOR
      *                 FULFILL
      ******************************************************************
       FD  PICK-LIST
           LABEL RECORDS ARE STANDARD.
       01  PICK-LIST-LINE              PIC X(80).
