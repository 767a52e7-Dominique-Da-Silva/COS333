       01  CAL-HISTORY-RECORD.
           05  CALH-INSTRUMENT-ID  PIC X(4).
           05  CALH-CAL-DATE       PIC 9(8).
           05  CALH-TECHNICIAN     PIC X(8).
           05  CALH-AS-FOUND       PIC S9(3)V9(2).
           05  CALH-AS-LEFT        PIC S9(3)V9(2).
           05  CALH-CERT-REF       PIC X(20).
           05  CALH-NEXT-DUE-DATE  PIC 9(8).
           05  CALH-PREV-CAL-DATE  PIC 9(8).
           05  CALH-PRIOR-BIAS     PIC S9(3)V9(2).
           05  CALH-IMPACT-FLAG    PIC X(1).
               88  CALH-IMPACT-REVIEW  VALUE "Y".
