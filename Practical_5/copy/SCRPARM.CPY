       01  SCRPARM-RECORD.
           05  SCRPARM-FROM-DATE   PIC 9(8).
           05  SCRPARM-TO-DATE     PIC 9(8).
           05  SCRPARM-FLAG-PCT    PIC 9(3).
