       01  RDGARCH-RECORD.
           05  RDGARCH-KEY.
               10  RDGARCH-DATE        PIC 9(8).
               10  RDGARCH-BATCH-ID    PIC X(6).
               10  RDGARCH-SEQ         PIC 9(5).
           05  RDGARCH-OPERATOR-ID PIC X(8).
           05  RDGARCH-INSTRUMENT-ID PIC X(4).
           05  RDGARCH-VALUE       PIC S9(3)V9(2).
           05  RDGARCH-CORR-VALUE  PIC S9(4)V9(2).
           05  RDGARCH-STATUS      PIC X(1).
               88  RDGARCH-ACCEPTED    VALUE "A".
               88  RDGARCH-REJECTED    VALUE "R".
           05  RDGARCH-REASON-CODE PIC X(4).
           05  RDGARCH-POSTING     PIC X(1).
               88  RDGARCH-LIVE        VALUE "A".
               88  RDGARCH-SUPERSEDED  VALUE "S".
