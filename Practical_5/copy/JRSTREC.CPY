       01  JRST-RECORD.
           05  JRST-RUN-DATE       PIC 9(8).
           05  JRST-LAST-STEP-SEQ  PIC 9(3).
           05  JRST-LAST-STEP-NAME PIC X(20).
