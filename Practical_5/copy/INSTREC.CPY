               88  INSM-INACTIVE       VALUE "I".
           05  INSM-LAST-CAL-DATE  PIC 9(8).
           05  INSM-NEXT-CAL-DATE  PIC 9(8).
           05  INSM-BIAS-OFFSET    PIC S9(3)V9(2).
           05  INSM-BIAS-OFFSET-X  REDEFINES INSM-BIAS-OFFSET
                                   PIC X(5).
