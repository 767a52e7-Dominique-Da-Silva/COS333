           SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT BATCH-DISPOSITION ASSIGN TO "BATCH-DISPOSITION.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISP-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT READING-ARCHIVE ASSIGN TO "READING-ARCHIVE.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RDGARCH-KEY
               FILE STATUS IS WS-ARCH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STATS-HISTORY-IDX.
       COPY HISTIDX.
       FD  EXCEPTIONS-FILE.
       COPY EXCPREC.
       FD  BATCH-DISPOSITION.
       COPY DISPREC.
       FD  READING-ARCHIVE.
       COPY RDGARCH.
       WORKING-STORAGE SECTION.
       01 WS-IDX-STATUS PIC X(2).
       01 WS-EXCP-STATUS PIC X(2).
       01 WS-DISP-STATUS PIC X(2).
       01 WS-DISP-OPEN-FLAG PIC X(1) VALUE "N".
           88 DISPOSITIONS-OPEN VALUE "Y".
       01 WS-DISP-TEXT PIC X(9).
       01 WS-ARCH-STATUS PIC X(2).
       01 WS-ARCH-OPEN-FLAG PIC X(1) VALUE "N".
           88 ARCHIVE-OPEN VALUE "Y".
       01 WS-ARCH-EOF PIC X(1).
           88 END-OF-ARCHIVED-BATCH VALUE "Y".
       01 WS-DRILL-FLAG PIC X(1).
           88 DRILL-DONE VALUE "Y".
       01 WS-DRILL-DATE PIC 9(8).
       01 WS-RDG-COUNT PIC 9(5).
       01 WS-ACCEPT-COUNT PIC 9(5).
       01 WS-REJECT-COUNT PIC 9(5).
       01 WS-RDG-TEXT PIC X(20).
       01 WS-SEQ-EDIT PIC ZZZZ9.
       01 WS-VALUE-EDIT PIC ---9.99.
       01 WS-CORR-EDIT PIC ----9.99.
       01 WS-RDG-EDIT PIC ZZZZ9.
       01 WS-ACCEPT-EDIT PIC ZZZZ9.
       01 WS-REJECT-EDIT PIC ZZZZ9.
       01 WS-DONE-FLAG PIC X(1) VALUE "N".
           88 INQUIRY-DONE VALUE "Y".
       01 WS-IDX-EOF PIC X(1).
                   " load after the Statistics run"
               STOP RUN
           END-IF
           OPEN INPUT BATCH-DISPOSITION
           IF WS-DISP-STATUS = "00" THEN
               MOVE "Y" TO WS-DISP-OPEN-FLAG
           END-IF
           OPEN INPUT READING-ARCHIVE
           IF WS-ARCH-STATUS = "00" THEN
               MOVE "Y" TO WS-ARCH-OPEN-FLAG
           END-IF
           PERFORM ASK-AND-ANSWER UNTIL INQUIRY-DONE
           CLOSE STATS-HISTORY-IDX
           IF DISPOSITIONS-OPEN THEN
               CLOSE BATCH-DISPOSITION
           END-IF
           IF ARCHIVE-OPEN THEN
               CLOSE READING-ARCHIVE
           END-IF
           STOP RUN.

       ASK-AND-ANSWER.
               PERFORM ASK-DATE-RANGE
               PERFORM SHOW-BATCH-HISTORY
               PERFORM SHOW-EXCEPTION-COUNT
               IF WS-HIT-COUNT > 0 AND ARCHIVE-OPEN THEN
                   MOVE "N" TO WS-DRILL-FLAG
                   PERFORM ASK-AND-SHOW-READINGS UNTIL DRILL-DONE
               END-IF
           END-IF.

       ASK-DATE-RANGE.
               " LARGEST " FUNCTION TRIM(WS-LARGE-EDIT)
               " MEAN " FUNCTION TRIM(WS-MEAN-EDIT)
               " STD DEV " FUNCTION TRIM(WS-SD-EDIT)
               " MODE(S) " FUNCTION TRIM(HISTIDX-MODE-LIST)
           PERFORM SHOW-DISPOSITION.

      * Where the batch stands with QA - reviewer, date and reason are
      * only there once somebody has made a decision on it.
       SHOW-DISPOSITION.
           MOVE "NONE" TO WS-DISP-TEXT
           MOVE SPACES TO DISP-REVIEWER
           MOVE 0 TO DISP-REVIEW-DATE
           MOVE SPACES TO DISP-REASON
           IF DISPOSITIONS-OPEN THEN
               MOVE HISTIDX-DATE TO DISP-DATE
               MOVE HISTIDX-BATCH-ID TO DISP-BATCH-ID
               READ BATCH-DISPOSITION
                   INVALID KEY
                       MOVE SPACES TO DISP-REVIEWER
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN DISP-PENDING
                               MOVE "PENDING" TO WS-DISP-TEXT
                           WHEN DISP-RELEASED
                               MOVE "RELEASED" TO WS-DISP-TEXT
                           WHEN DISP-HELD
                               MOVE "HELD" TO WS-DISP-TEXT
                           WHEN DISP-REJECTED
                               MOVE "REJECTED" TO WS-DISP-TEXT
                       END-EVALUATE
               END-READ
           END-IF
           IF DISP-REVIEWER = SPACES THEN
               DISPLAY "  DISPOSITION " WS-DISP-TEXT
           ELSE
               DISPLAY "  DISPOSITION " WS-DISP-TEXT
                   " BY " FUNCTION TRIM(DISP-REVIEWER)
                   " ON " DISP-REVIEW-DATE
                   " REASON " FUNCTION TRIM(DISP-REASON)
           END-IF.

       SHOW-EXCEPTION-COUNT.
           MOVE 0 TO WS-EXCP-COUNT
                           FUNCTION TRIM(EXCP-TEXT)
                   END-IF
           END-READ.

      * Drill-down from a summary row to the readings behind it. Both
      * postings of a batch resent the same day are listed, the
      * earlier one marked superseded.
       ASK-AND-SHOW-READINGS.
           DISPLAY "DATE YYYYMMDD TO LIST READINGS (blank to skip): "
               WITH NO ADVANCING
           ACCEPT WS-ANSWER
           IF WS-ANSWER = SPACES THEN
               MOVE "Y" TO WS-DRILL-FLAG
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-ANSWER) NOT = 0 THEN
                   DISPLAY "Not a date: " WS-ANSWER
               ELSE
                   COMPUTE WS-DRILL-DATE = FUNCTION NUMVAL(WS-ANSWER)
                   PERFORM SHOW-BATCH-READINGS
               END-IF
           END-IF.

       SHOW-BATCH-READINGS.
           MOVE 0 TO WS-RDG-COUNT
           MOVE 0 TO WS-ACCEPT-COUNT
           MOVE 0 TO WS-REJECT-COUNT
           MOVE "N" TO WS-ARCH-EOF
           MOVE WS-DRILL-DATE TO RDGARCH-DATE
           MOVE WS-ASK-BATCH TO RDGARCH-BATCH-ID
           MOVE 0 TO RDGARCH-SEQ
           START READING-ARCHIVE KEY > RDGARCH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ARCH-EOF
           END-START
           PERFORM READ-ONE-ARCHIVED-READING
               UNTIL END-OF-ARCHIVED-BATCH
           IF WS-RDG-COUNT = 0 THEN
               DISPLAY "No readings archived for batch " WS-ASK-BATCH
                   " on " WS-DRILL-DATE
           ELSE
               MOVE WS-RDG-COUNT TO WS-RDG-EDIT
               MOVE WS-ACCEPT-COUNT TO WS-ACCEPT-EDIT
               MOVE WS-REJECT-COUNT TO WS-REJECT-EDIT
               DISPLAY FUNCTION TRIM(WS-RDG-EDIT) " reading(s) - "
                   FUNCTION TRIM(WS-ACCEPT-EDIT) " accepted, "
                   FUNCTION TRIM(WS-REJECT-EDIT) " rejected"
           END-IF.

       READ-ONE-ARCHIVED-READING.
           READ READING-ARCHIVE NEXT
               AT END
                   MOVE "Y" TO WS-ARCH-EOF
               NOT AT END
                   IF RDGARCH-DATE NOT = WS-DRILL-DATE
                       OR RDGARCH-BATCH-ID NOT = WS-ASK-BATCH THEN
                       MOVE "Y" TO WS-ARCH-EOF
                   ELSE
                       ADD 1 TO WS-RDG-COUNT
                       PERFORM SHOW-ONE-READING
                   END-IF
           END-READ.

      * The value is shown as sent and as corrected for the
      * instrument's bias - validation was done on the corrected one.
       SHOW-ONE-READING.
           IF RDGARCH-ACCEPTED THEN
               ADD 1 TO WS-ACCEPT-COUNT
               MOVE "ACCEPTED" TO WS-RDG-TEXT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-RDG-TEXT
               STRING "REJECTED " RDGARCH-REASON-CODE
                   DELIMITED BY SIZE INTO WS-RDG-TEXT
               END-STRING
           END-IF
           MOVE RDGARCH-SEQ TO WS-SEQ-EDIT
           MOVE RDGARCH-VALUE TO WS-VALUE-EDIT
           MOVE RDGARCH-CORR-VALUE TO WS-CORR-EDIT
           IF RDGARCH-SUPERSEDED THEN
               DISPLAY "  READING " FUNCTION TRIM(WS-SEQ-EDIT)
                   " INSTRUMENT " RDGARCH-INSTRUMENT-ID
                   " VALUE " FUNCTION TRIM(WS-VALUE-EDIT)
                   " CORRECTED " FUNCTION TRIM(WS-CORR-EDIT)
                   " " FUNCTION TRIM(WS-RDG-TEXT)
                   " - SUPERSEDED"
           ELSE
               DISPLAY "  READING " FUNCTION TRIM(WS-SEQ-EDIT)
                   " INSTRUMENT " RDGARCH-INSTRUMENT-ID
                   " VALUE " FUNCTION TRIM(WS-VALUE-EDIT)
                   " CORRECTED " FUNCTION TRIM(WS-CORR-EDIT)
                   " " FUNCTION TRIM(WS-RDG-TEXT)
           END-IF.
