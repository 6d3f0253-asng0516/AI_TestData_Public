           05  HJ-REGION               PIC X(01).
           05  HJ-ACTION               PIC X(01).
           05  HJ-IMAGE-TYPE           PIC X(01).
           05  HJ-RECORD-IMAGE         PIC X(350).

       01  REQ-SUBSCRPT                PIC 9(02)  VALUE 1.

