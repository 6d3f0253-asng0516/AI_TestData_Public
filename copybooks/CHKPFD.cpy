           05  CKPT-JRNL-SEQUENCE      PIC 9(05).
           05  CKPT-RUN-COMPLETE       PIC X(01).
               88  CKPT-RUN-IS-COMPLETE       VALUE 'Y'.
           05  CKPT-SUPPRESSED         PIC 9(05).
