       IDENTIFICATION DIVISION.
       PROGRAM-ID. JobStream.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STREAM-FILE ASSIGN TO "JOB-STREAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JSTP-STATUS.
           SELECT JOB-LOG-FILE ASSIGN TO "JOB-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JLOG-STATUS.
           SELECT JOB-RESTART-FILE ASSIGN TO "JOB-RESTART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-STREAM-FILE.
       COPY JSTPREC.
       FD  JOB-LOG-FILE.
       COPY JLOGREC.
       FD  JOB-RESTART-FILE.
       COPY JRSTREC.
       WORKING-STORAGE SECTION.
       78  WS-MAX-STEPS VALUE 50.
       01 WS-JSTP-STATUS PIC X(2).
       01 WS-JLOG-STATUS PIC X(2).
       01 WS-JRST-STATUS PIC X(2).
       01 WS-JSTP-EOF PIC X(1) VALUE "N".
           88 END-OF-STEP-DEFS VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-STEP-COUNT PIC 9(3) VALUE 0.
       01 STEP-TABLE.
          05 STEP-ENTRY OCCURS WS-MAX-STEPS TIMES INDEXED BY SX.
             10 STEP-SEQ PIC 9(3).
             10 STEP-NAME PIC X(20).
             10 STEP-MAX-RC PIC 9(3).
             10 STEP-COMMAND PIC X(100).
       01 WS-DEF-FLAG PIC X(1) VALUE "Y".
           88 STREAM-DEF-GOOD VALUE "Y".
       01 WS-PREV-SEQ PIC 9(3) VALUE 0.
       01 WS-START-PARM PIC X(20).
       01 WS-RESUME-SEQ PIC 9(4) VALUE 0.
       01 WS-RESTART-DATE PIC 9(8) VALUE 0.
       01 WS-RESTART-NAME PIC X(20) VALUE SPACES.
       01 WS-STOP-FLAG PIC X(1) VALUE "N".
           88 STREAM-STOPPED VALUE "Y".
       01 WS-FOUND-SW PIC X(1).
       01 WS-STEP-RC PIC S9(9) VALUE 0.
       01 WS-HIGH-RC PIC S9(9) VALUE 0.
       01 WS-START-DATE PIC 9(8).
       01 WS-START-TIME PIC 9(8).
       01 WS-RAN-COUNT PIC 9(3) VALUE 0.
       01 WS-SKIP-COUNT PIC 9(3) VALUE 0.
       01 WS-SEQ-EDIT PIC ZZ9.
       01 WS-RC-EDIT PIC ZZZ9.
       01 WS-MAX-EDIT PIC ZZ9.
       PROCEDURE DIVISION.
      * Runs the night's steps in the order JOB-STREAM.DAT lists them.
      * Each step's return code is held against the highest that step
      * is allowed - anything over it stops the stream there, so no
      * downstream step ever runs on the back of a bad night.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-STREAM-DEFINITION.
           IF NOT STREAM-DEF-GOOD THEN
               DISPLAY "JOB-STREAM.DAT unusable - stream not started"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-RESUME-POINT.
           IF NOT STREAM-DEF-GOOD THEN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-JOB-LOG.
           PERFORM VARYING SX FROM 1 BY 1
                   UNTIL SX > WS-STEP-COUNT OR STREAM-STOPPED
               IF STEP-SEQ(SX) < WS-RESUME-SEQ THEN
                   PERFORM LOG-SKIPPED-STEP
               ELSE
                   PERFORM RUN-ONE-STEP
               END-IF
           END-PERFORM
           CLOSE JOB-LOG-FILE
           MOVE WS-HIGH-RC TO WS-RC-EDIT
           IF STREAM-STOPPED THEN
               DISPLAY "Job stream STOPPED - highest RC "
                   FUNCTION TRIM(WS-RC-EDIT)
                   " - rerun to restart at the failed step"
           ELSE
               PERFORM CLEAR-RESTART-POINT
               DISPLAY "Job stream complete - " WS-RAN-COUNT
                   " step(s) run, " WS-SKIP-COUNT
                   " skipped by restart, highest RC "
                   FUNCTION TRIM(WS-RC-EDIT)
           END-IF
           MOVE WS-HIGH-RC TO RETURN-CODE
           STOP RUN.

      * Steps must be listed in strictly ascending sequence - the
      * restart point is a sequence number, so an out-of-order or
      * repeated number would make the resume ambiguous. A line with
      * an asterisk in column 1 is a comment.
       LOAD-STREAM-DEFINITION.
           OPEN INPUT JOB-STREAM-FILE
           IF WS-JSTP-STATUS NOT = "00" THEN
               DISPLAY "JOB-STREAM.DAT not found"
               MOVE "N" TO WS-DEF-FLAG
           ELSE
               PERFORM READ-ONE-STEP-DEF UNTIL END-OF-STEP-DEFS
               CLOSE JOB-STREAM-FILE
               IF WS-STEP-COUNT = 0 THEN
                   DISPLAY "JOB-STREAM.DAT lists no steps"
                   MOVE "N" TO WS-DEF-FLAG
               END-IF
           END-IF.

       READ-ONE-STEP-DEF.
           READ JOB-STREAM-FILE
               AT END
                   MOVE "Y" TO WS-JSTP-EOF
               NOT AT END
                   IF JSTP-RECORD(1:1) = "*"
                       OR JSTP-RECORD = SPACES THEN
                       CONTINUE
                   ELSE
                       PERFORM CHECK-ONE-STEP-DEF
                   END-IF
           END-READ.

       CHECK-ONE-STEP-DEF.
           EVALUATE TRUE
               WHEN JSTP-SEQ NOT NUMERIC
                   OR JSTP-MAX-RC NOT NUMERIC
                   DISPLAY "JOB-STREAM.DAT step " JSTP-NAME
                       " has a non-numeric sequence or max RC"
                   MOVE "N" TO WS-DEF-FLAG
               WHEN JSTP-SEQ NOT > WS-PREV-SEQ
                   DISPLAY "JOB-STREAM.DAT step " JSTP-NAME
                       " is out of sequence"
                   MOVE "N" TO WS-DEF-FLAG
               WHEN JSTP-NAME = SPACES OR JSTP-COMMAND = SPACES
                   DISPLAY "JOB-STREAM.DAT step " JSTP-SEQ
                       " has no name or no command"
                   MOVE "N" TO WS-DEF-FLAG
               WHEN WS-STEP-COUNT >= WS-MAX-STEPS
                   DISPLAY "JOB-STREAM.DAT exceeds " WS-MAX-STEPS
                       " steps"
                   MOVE "N" TO WS-DEF-FLAG
                   MOVE "Y" TO WS-JSTP-EOF
               WHEN OTHER
                   ADD 1 TO WS-STEP-COUNT
                   MOVE JSTP-SEQ TO STEP-SEQ(WS-STEP-COUNT)
                   MOVE JSTP-NAME TO STEP-NAME(WS-STEP-COUNT)
                   MOVE JSTP-MAX-RC TO STEP-MAX-RC(WS-STEP-COUNT)
                   MOVE JSTP-COMMAND TO STEP-COMMAND(WS-STEP-COUNT)
                   MOVE JSTP-SEQ TO WS-PREV-SEQ
           END-EVALUATE.

      * A step named on the command line wins - that is how the shift
      * skips past a step it has already put right by hand. Otherwise
      * the stream picks up after the last step that finished inside
      * its limit, so a step that posted cleanly (Statistics above
      * all) is never run twice in one night. CLEAR on the command
      * line throws away the restart point and runs every step.
       SET-RESUME-POINT.
           MOVE 0 TO WS-RESUME-SEQ
           ACCEPT WS-START-PARM FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-START-PARM) TO WS-START-PARM
           EVALUATE TRUE
               WHEN WS-START-PARM = SPACES
                   PERFORM READ-RESTART-POINT
               WHEN WS-START-PARM = "CLEAR"
                   PERFORM CLEAR-RESTART-POINT
                   DISPLAY "Restart point cleared - "
                       "stream starting at the first step"
               WHEN OTHER
                   PERFORM FIND-START-STEP
           END-EVALUATE.

       FIND-START-STEP.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING SX FROM 1 BY 1
                   UNTIL SX > WS-STEP-COUNT OR WS-FOUND-SW = "Y"
               IF FUNCTION UPPER-CASE(STEP-NAME(SX))
                   = WS-START-PARM THEN
                   MOVE STEP-SEQ(SX) TO WS-RESUME-SEQ
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = "N" THEN
               DISPLAY "Step " FUNCTION TRIM(WS-START-PARM)
                   " is not in JOB-STREAM.DAT - stream not started"
               MOVE "N" TO WS-DEF-FLAG
           ELSE
               DISPLAY "Job stream starting at requested step "
                   FUNCTION TRIM(WS-START-PARM)
           END-IF.

       READ-RESTART-POINT.
           OPEN INPUT JOB-RESTART-FILE
           IF WS-JRST-STATUS = "00" THEN
               READ JOB-RESTART-FILE
                   NOT AT END
                       IF JRST-LAST-STEP-SEQ IS NUMERIC
                           AND JRST-LAST-STEP-SEQ > 0 THEN
                           COMPUTE WS-RESUME-SEQ =
                               JRST-LAST-STEP-SEQ + 1
                           MOVE JRST-RUN-DATE TO WS-RESTART-DATE
                           MOVE JRST-LAST-STEP-NAME TO WS-RESTART-NAME
                       END-IF
               END-READ
               CLOSE JOB-RESTART-FILE
           END-IF
           IF WS-RESUME-SEQ > 0 THEN
               IF WS-RESTART-DATE NOT = WS-RUN-DATE THEN
                   PERFORM REFUSE-STALE-RESTART
               ELSE
                   DISPLAY "Restarting stream of " WS-RESTART-DATE
                       " after step " FUNCTION TRIM(WS-RESTART-NAME)
               END-IF
           END-IF.

      * A restart point left from an earlier night belongs to that
      * night's input. Resuming after it would skip Statistics and
      * everything before it for today's DAILY-READINGS.DAT, so the
      * shift has to clear it or name the step to start from.
       REFUSE-STALE-RESTART.
           DISPLAY "Restart point is from " WS-RESTART-DATE
               " after step " FUNCTION TRIM(WS-RESTART-NAME)
               " - not today's stream"
           DISPLAY "Run with CLEAR to start from the first step, or "
               "name the step to start at - stream not started"
           MOVE "N" TO WS-DEF-FLAG.

       OPEN-JOB-LOG.
           OPEN EXTEND JOB-LOG-FILE
           IF WS-JLOG-STATUS = "35" THEN
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF.

      * The shell hands back a wait status with the exit code in the
      * high byte. A step that could not be started at all comes back
      * negative and is logged as 16 so it always stops the stream.
       RUN-ONE-STEP.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           MOVE STEP-SEQ(SX) TO WS-SEQ-EDIT
           DISPLAY "Step " FUNCTION TRIM(WS-SEQ-EDIT) " "
               FUNCTION TRIM(STEP-NAME(SX)) " starting"
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING STEP-COMMAND(SX)
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE 0 TO RETURN-CODE
           IF WS-STEP-RC < 0 THEN
               DISPLAY "Step " FUNCTION TRIM(STEP-NAME(SX))
                   " could not be started"
               MOVE 16 TO WS-STEP-RC
           END-IF
           IF WS-STEP-RC > 255 THEN
               DIVIDE 256 INTO WS-STEP-RC
           END-IF
           IF WS-STEP-RC > WS-HIGH-RC THEN
               MOVE WS-STEP-RC TO WS-HIGH-RC
           END-IF
           ADD 1 TO WS-RAN-COUNT
           PERFORM INIT-LOG-FIELDS
           MOVE WS-START-DATE TO JLOG-START-DATE
           MOVE WS-START-TIME TO JLOG-START-TIME
           MOVE WS-STEP-RC TO JLOG-RETURN-CODE
           MOVE WS-STEP-RC TO WS-RC-EDIT
           MOVE STEP-MAX-RC(SX) TO WS-MAX-EDIT
           IF WS-STEP-RC > STEP-MAX-RC(SX) THEN
               MOVE "F" TO JLOG-STEP-STATUS
               MOVE "Y" TO WS-STOP-FLAG
               DISPLAY "Step " FUNCTION TRIM(STEP-NAME(SX))
                   " ended RC " FUNCTION TRIM(WS-RC-EDIT)
                   " - over its limit of " FUNCTION TRIM(WS-MAX-EDIT)
                   " - stream stopped"
           ELSE
               MOVE "C" TO JLOG-STEP-STATUS
               DISPLAY "Step " FUNCTION TRIM(STEP-NAME(SX))
                   " ended RC " FUNCTION TRIM(WS-RC-EDIT)
               PERFORM WRITE-RESTART-POINT
           END-IF
           WRITE JLOG-RECORD.

      * Skipped steps still go on the log so the night's record shows
      * every step of the stream, not just the ones this run touched.
       LOG-SKIPPED-STEP.
           ADD 1 TO WS-SKIP-COUNT
           PERFORM INIT-LOG-FIELDS
           MOVE JLOG-END-DATE TO JLOG-START-DATE
           MOVE JLOG-END-TIME TO JLOG-START-TIME
           MOVE 0 TO JLOG-RETURN-CODE
           MOVE "S" TO JLOG-STEP-STATUS
           WRITE JLOG-RECORD.

       INIT-LOG-FIELDS.
           MOVE WS-RUN-DATE TO JLOG-RUN-DATE
           MOVE STEP-SEQ(SX) TO JLOG-STEP-SEQ
           MOVE STEP-NAME(SX) TO JLOG-STEP-NAME
           ACCEPT JLOG-END-DATE FROM DATE YYYYMMDD
           ACCEPT JLOG-END-TIME FROM TIME
           MOVE STEP-MAX-RC(SX) TO JLOG-MAX-RC.

       WRITE-RESTART-POINT.
           OPEN OUTPUT JOB-RESTART-FILE
           MOVE WS-RUN-DATE TO JRST-RUN-DATE
           MOVE STEP-SEQ(SX) TO JRST-LAST-STEP-SEQ
           MOVE STEP-NAME(SX) TO JRST-LAST-STEP-NAME
           WRITE JRST-RECORD
           CLOSE JOB-RESTART-FILE.

       CLEAR-RESTART-POINT.
           OPEN OUTPUT JOB-RESTART-FILE
           MOVE 0 TO JRST-RUN-DATE
           MOVE 0 TO JRST-LAST-STEP-SEQ
           MOVE SPACES TO JRST-LAST-STEP-NAME
           WRITE JRST-RECORD
           CLOSE JOB-RESTART-FILE.
