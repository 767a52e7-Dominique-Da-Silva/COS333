           05  IHST-LARGEST        PIC S9(3)V9(2).
           05  IHST-MEAN           PIC S9(3)V9(2).
           05  IHST-STD-DEV        PIC S9(3)V9(2).
           05  IHST-RAW-FIGURES.
               10  IHST-BIAS-OFFSET    PIC S9(3)V9(2).
               10  IHST-RAW-SMALLEST   PIC S9(3)V9(2).
               10  IHST-RAW-LARGEST    PIC S9(3)V9(2).
               10  IHST-RAW-MEAN       PIC S9(3)V9(2).
           05  IHST-RAW-FIGURES-X  REDEFINES IHST-RAW-FIGURES
                                   PIC X(20).
