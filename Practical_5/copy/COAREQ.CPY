       01  COAREQ-RECORD.
           05  COAREQ-DATE         PIC 9(8).
           05  COAREQ-BATCH-ID     PIC X(6).
