       01  DISP-RECORD.
           05  DISP-KEY.
               10  DISP-DATE           PIC 9(8).
               10  DISP-BATCH-ID       PIC X(6).
           05  DISP-STATUS         PIC X(1).
               88  DISP-PENDING        VALUE "P".
               88  DISP-RELEASED       VALUE "R".
               88  DISP-HELD           VALUE "H".
               88  DISP-REJECTED       VALUE "J".
           05  DISP-REVIEWER       PIC X(8).
           05  DISP-REVIEW-DATE    PIC 9(8).
           05  DISP-REASON         PIC X(60).
