           05  HIST-STD-DEV        PIC S9(3)V9(2).
           05  HIST-OPERATOR-ID    PIC X(8).
           05  HIST-MODE-LIST      PIC X(1000).
           05  HIST-RAW-FIGURES.
               10  HIST-RAW-SMALLEST   PIC S9(3)V9(2).
               10  HIST-RAW-LARGEST    PIC S9(3)V9(2).
               10  HIST-RAW-MEAN       PIC S9(3)V9(2).
               10  HIST-RAW-STD-DEV    PIC S9(3)V9(2).
           05  HIST-RAW-FIGURES-X  REDEFINES HIST-RAW-FIGURES
                                   PIC X(20).
