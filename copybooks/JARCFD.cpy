           05  JARC-HEADER-DATA.
               10  JARC-HDR-RUN-DATE   PIC 9(08).
               10  JARC-HDR-CUTOFF     PIC 9(08).
               10  FILLER              PIC X(363).
           05  JARC-DETAIL-DATA REDEFINES JARC-HEADER-DATA.
               10  JARC-IMAGE          PIC X(379).
           05  JARC-TRAILER-DATA REDEFINES JARC-HEADER-DATA.
               10  JARC-TRL-COUNT      PIC 9(07).
               10  FILLER              PIC X(372).
