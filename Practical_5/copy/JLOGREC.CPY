       01  JLOG-RECORD.
           05  JLOG-RUN-DATE       PIC 9(8).
           05  JLOG-STEP-SEQ       PIC 9(3).
           05  JLOG-STEP-NAME      PIC X(20).
           05  JLOG-START-DATE     PIC 9(8).
           05  JLOG-START-TIME     PIC 9(8).
           05  JLOG-END-DATE       PIC 9(8).
           05  JLOG-END-TIME       PIC 9(8).
           05  JLOG-RETURN-CODE    PIC 9(4).
           05  JLOG-MAX-RC         PIC 9(3).
           05  JLOG-STEP-STATUS    PIC X(1).
               88  JLOG-STEP-ENDED-OK  VALUE "C".
               88  JLOG-STEP-FAILED    VALUE "F".
               88  JLOG-STEP-SKIPPED   VALUE "S".
