       01  READING-RECORD.
           05  REC-TYPE            PIC X(1).
               88  FILE-HEADER-RECORD  VALUE "F".
               88  HEADER-RECORD       VALUE "H".
               88  DETAIL-RECORD       VALUE "D".
               88  TRAILER-RECORD      VALUE "T".
               88  FILE-TRAILER-RECORD VALUE "E".
           05  REC-BODY.
               10  HDR-BODY.
                   15  HDR-BATCH-ID        PIC X(6).
                   15  TRL-DETAIL-COUNT    PIC 9(3).
                   15  TRL-HASH-TOTAL      PIC S9(7)V9(2).
                   15  FILLER              PIC X(5).
               10  FILLER              PIC X(7).
           05  FHDR-BODY REDEFINES REC-BODY.
               10  FHDR-SITE-ID        PIC X(4).
               10  FHDR-CREATE-DATE    PIC 9(8).
               10  FHDR-CREATE-TIME    PIC 9(6).
               10  FHDR-FILE-SEQ       PIC 9(6).
           05  FTRL-BODY REDEFINES REC-BODY.
               10  FTRL-BATCH-COUNT    PIC 9(5).
               10  FTRL-GRAND-HASH     PIC S9(9)V9(2).
               10  FILLER              PIC X(8).
