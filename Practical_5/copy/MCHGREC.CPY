       01  MCHG-RECORD.
           05  MCHG-TIMESTAMP.
               10  MCHG-DATE           PIC 9(8).
               10  MCHG-TIME           PIC 9(6).
           05  MCHG-USER           PIC X(8).
           05  MCHG-FILE           PIC X(4).
               88  MCHG-OPERATOR-FILE  VALUE "OPER".
               88  MCHG-INSTR-FILE     VALUE "INST".
           05  MCHG-KEY            PIC X(8).
           05  MCHG-FIELD          PIC X(12).
               88  MCHG-RECORD-ADDED   VALUE "RECORD".
               88  MCHG-CERT-EXPIRY    VALUE "CERT-EXPIRY".
               88  MCHG-NEXT-CAL       VALUE "NEXT-CAL".
           05  MCHG-BEFORE         PIC X(30).
           05  MCHG-AFTER          PIC X(30).
