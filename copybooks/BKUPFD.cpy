           05  BKUP-HEADER-DATA.
               10  BKUP-HDR-REGION     PIC X(01).
               10  BKUP-HDR-DATE       PIC 9(08).
               10  FILLER              PIC X(341).
           05  BKUP-DETAIL-DATA REDEFINES BKUP-HEADER-DATA.
               10  BKUP-IMAGE.
                   15  FILLER          PIC X(148).
                   15  BKUP-IMAGE-INTERESTS
                                       PIC 9(02).
                   15  FILLER          PIC X(200).
           05  BKUP-TRAILER-DATA REDEFINES BKUP-HEADER-DATA.
               10  BKUP-TRL-COUNT      PIC 9(07).
               10  FILLER              PIC X(343).
