       01  RCVF-RECORD.
           05  RCVF-SITE-ID        PIC X(4).
           05  RCVF-FILE-SEQ       PIC 9(6).
           05  RCVF-CREATE-DATE    PIC 9(8).
           05  RCVF-CREATE-TIME    PIC 9(6).
           05  RCVF-RECEIVED-DATE  PIC 9(8).
           05  RCVF-STATUS         PIC X(1).
               88  RCVF-ACCEPTED       VALUE "A".
               88  RCVF-REJECTED       VALUE "R".
           05  RCVF-REJECT-CODE    PIC X(4).
           05  RCVF-TRL-FLAG       PIC X(1).
               88  RCVF-TRL-MATCHED    VALUE "Y".
               88  RCVF-TRL-MISMATCH   VALUE "N".
               88  RCVF-TRL-MISSING    VALUE "M".
           05  RCVF-TRL-BATCHES    PIC 9(5).
           05  RCVF-TRL-HASH       PIC S9(9)V9(2).
           05  RCVF-POSTED-BATCHES PIC 9(5).
           05  RCVF-POSTED-HASH    PIC S9(9)V9(2).
           05  RCVF-RUN-RC         PIC 9(2).
