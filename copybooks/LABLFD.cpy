      ******************************************************************
      *    LABLFD  --  MAILING LABEL FILE WRITTEN BY FULFILL, ONE
      *                LABEL PER ACKNOWLEDGEMENT LETTER. A DOMESTIC
      *                LABEL ENDS WITH THE CITY AND STATE ON ONE LINE;
      *                A FOREIGN LABEL CARRIES THE AIR MAIL
      *                ENDORSEMENT ABOVE THE NAME AND ENDS WITH THE
      *                CITY AND THE COUNTRY CODE ON SEPARATE LINES
      ******************************************************************
       FD  MAILING-LABEL-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAILING-LABEL-RECORD.
           05  LABL-CUST-NUM           PIC X(05).
           05  LABL-ADDRESS-TYPE       PIC X(01).
               88  LABL-IS-DOMESTIC           VALUE 'D'.
               88  LABL-IS-FOREIGN            VALUE 'F'.
           05  LABL-DOMESTIC-LINES.
               10  LABL-NAME-LINE      PIC X(30).
               10  LABL-COMPANY-LINE   PIC X(30).
               10  LABL-STREET-LINE-1  PIC X(30).
               10  LABL-STREET-LINE-2  PIC X(30).
               10  LABL-CITY-STATE-LINE.
                   15  LABL-CITY       PIC X(15).
                   15  FILLER          PIC X(02).
                   15  LABL-STATE      PIC X(02).
                   15  FILLER          PIC X(11).
               10  FILLER              PIC X(60).
           05  LABL-FOREIGN-LINES REDEFINES LABL-DOMESTIC-LINES.
               10  LABL-F-ENDORSE-LINE PIC X(30).
               10  LABL-F-NAME-LINE    PIC X(30).
               10  LABL-F-COMPANY-LINE PIC X(30).
               10  LABL-F-STREET-LINE-1
                                       PIC X(30).
               10  LABL-F-STREET-LINE-2
                                       PIC X(30).
               10  LABL-F-CITY-LINE    PIC X(30).
               10  LABL-F-COUNTRY-LINE PIC X(30).
