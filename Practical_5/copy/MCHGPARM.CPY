       01  MCHGPARM-RECORD.
           05  MCHGPARM-FROM-DATE  PIC 9(8).
           05  MCHGPARM-TO-DATE    PIC 9(8).
           05  MCHGPARM-KEY        PIC X(8).
           05  MCHGPARM-USER       PIC X(8).
