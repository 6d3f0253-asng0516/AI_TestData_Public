      ******************************************************************
      *    BDATFS  --  FILE SECTION FOR BDATROLL
      *                (THE BUSINESS-DATE CONTROL RECORD, THE OPTIONAL
      *                 SET-DATE CARD, THE HOLIDAY CALENDAR, THE
      *                 ROLL-FORWARD REPORT AND THE RUN-CONTROL
      *                 INTERLOCK)
      ******************************************************************
           COPY 'BDATFD'.

           COPY 'BDATCD'.

           COPY 'HOLIFD'.

           COPY 'BDRPT'.

           COPY 'RUNCFD'.
