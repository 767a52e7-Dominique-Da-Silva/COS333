               88  EXCP-INST-UNKNOWN   VALUE "INUN".
               88  EXCP-INST-INACTIVE  VALUE "ININ".
               88  EXCP-INST-CAL-DUE   VALUE "ICAL".
               88  EXCP-FILE-NO-HEADER VALUE "FHDR".
               88  EXCP-FILE-DUPLICATE VALUE "FDUP".
               88  EXCP-FILE-SEQUENCE  VALUE "FOOS".
               88  EXCP-FILE-GAP       VALUE "FGAP".
               88  EXCP-FILE-TRAILER   VALUE "FTRL".
           05  EXCP-STATUS         PIC X(1).
               88  EXCP-OPEN           VALUE "O".
               88  EXCP-CORRECTED      VALUE "C".
               88  EXCP-VOID           VALUE "V".
           05  EXCP-TEXT           PIC X(120).
           05  EXCP-RDG-SEQ        PIC 9(5).
