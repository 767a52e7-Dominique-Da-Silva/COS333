       01  JSTP-RECORD.
           05  JSTP-SEQ            PIC 9(3).
           05  JSTP-NAME           PIC X(20).
           05  JSTP-MAX-RC         PIC 9(3).
           05  JSTP-COMMAND        PIC X(100).
