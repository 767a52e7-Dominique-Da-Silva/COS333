       01  CALPARM-RECORD.
           05  CALPARM-TOLERANCE   PIC 9(3)V9(2).
           05  CALPARM-REPORT-DAYS PIC 9(5).
