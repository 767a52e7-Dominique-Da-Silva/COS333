       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUMENT-MASTER ASSIGN TO "INSTRUMENT-MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSM-ID
               FILE STATUS IS WS-INSM-STATUS.
           SELECT CAL-HISTORY-FILE ASSIGN TO "CAL-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALH-STATUS.
           SELECT CAL-PARM-FILE ASSIGN TO "CAL-PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALPARM-STATUS.
           SELECT MASTER-CHANGE-FILE ASSIGN TO "MASTER-CHANGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCHG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INSTRUMENT-MASTER.
       COPY INSTREC.
       FD  CAL-HISTORY-FILE.
       COPY CALHREC.
       FD  CAL-PARM-FILE.
       COPY CALPARM.
       FD  MASTER-CHANGE-FILE.
       COPY MCHGREC.
       WORKING-STORAGE SECTION.
       01 WS-INSM-STATUS PIC X(2).
       01 WS-INSM-EOF PIC X(1) VALUE "N".
           88 END-OF-INST-MASTER VALUE "Y".
       01 WS-INSM-LISTED PIC 9(5).
       01 WS-DONE-FLAG PIC X(1) VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 WS-CHANGED-FLAG PIC X(1) VALUE "N".
       01 WS-REWRITE-FLAG PIC X(1).
           88 INSTRUMENT-REWRITTEN VALUE "Y".
       01 WS-ACTION PIC X(1).
       01 WS-ANSWER-ID PIC X(4).
       01 WS-ANSWER-DESC PIC X(30).
       01 WS-ANSWER-DATE PIC X(10).
       01 WS-DATE-VALUE PIC 9(8).
       01 WS-FOUND-SW PIC X(1).
       01 WS-CALH-STATUS PIC X(2).
       01 WS-CALH-WRITTEN-FLAG PIC X(1) VALUE "N".
           88 CAL-HISTORY-WRITTEN VALUE "Y".
       01 WS-CALPARM-STATUS PIC X(2).
       01 WS-CAL-TOLERANCE PIC 9(3)V9(2) VALUE 0.50.
       01 WS-ANSWER-TECH PIC X(8).
       01 WS-ANSWER-CERT-REF PIC X(20).
       01 WS-ANSWER-OFFSET PIC X(10).
       01 WS-OFFSET-VALUE PIC S9(3)V9(2).
       01 WS-OFFSET-FLAG PIC X(1).
       01 WS-CAL-OK PIC X(1).
       01 WS-CAL-DATE PIC 9(8).
       01 WS-NEXT-DUE PIC 9(8).
       01 WS-AS-FOUND PIC S9(3)V9(2).
       01 WS-AS-FOUND-OK PIC X(1).
       01 WS-AS-LEFT PIC S9(3)V9(2).
       01 WS-AS-LEFT-OK PIC X(1).
       01 WS-CAL-DRIFT PIC S9(4)V9(2).
       01 WS-BIAS-EDIT PIC ---9.99.
       01 WS-DRIFT-EDIT PIC ----9.99.
       01 WS-TOL-EDIT PIC ZZ9.99.
       01 WS-MCHG-STATUS PIC X(2).
       01 WS-USER-ID PIC X(8).
       01 WS-CHG-FIELD PIC X(12).
       01 WS-CHG-BEFORE PIC X(30).
       01 WS-CHG-AFTER PIC X(30).
       01 WS-CHG-TIME PIC 9(8).
       01 WS-OLD-DESC PIC X(30).
       01 WS-OLD-ACTIVE PIC X(1).
       01 WS-OLD-LAST-CAL PIC 9(8).
       01 WS-OLD-NEXT-CAL PIC 9(8).
       01 WS-OLD-BIAS PIC S9(3)V9(2).
       PROCEDURE DIVISION.
      * Each change goes straight to the keyed master and then to the
      * change journal, so there is nothing held back to lose and no
      * limit on how many instruments the lab can carry.
       BEGIN.
           PERFORM READ-CAL-PARAMETERS.
           PERFORM ASK-USER-ID.
           IF WS-USER-ID = SPACES THEN
               DISPLAY "Maintenance refused - user ID is required"
               STOP RUN
           END-IF
           PERFORM OPEN-INSTRUMENT-MASTER.
           PERFORM OPEN-CHANGE-JOURNAL.
           PERFORM GET-ACTION UNTIL MAINT-DONE.
           CLOSE INSTRUMENT-MASTER
           CLOSE MASTER-CHANGE-FILE
           IF WS-CHANGED-FLAG = "Y" THEN
               DISPLAY "INSTRUMENT-MASTER.IDX updated"
           ELSE
               DISPLAY "No changes made"
           END-IF
           STOP RUN.

      * The tolerance is how far an instrument may have wandered from
      * the bias we were already correcting for before the batches it
      * touched go back to QA. No parameter file means the house
      * default of 0.50.
       READ-CAL-PARAMETERS.
           OPEN INPUT CAL-PARM-FILE
           IF WS-CALPARM-STATUS = "00" THEN
               READ CAL-PARM-FILE
                   NOT AT END
                       IF CALPARM-TOLERANCE IS NUMERIC
                           AND CALPARM-TOLERANCE > 0 THEN
                           MOVE CALPARM-TOLERANCE TO WS-CAL-TOLERANCE
                       END-IF
               END-READ
               CLOSE CAL-PARM-FILE
           END-IF.

       OPEN-INSTRUMENT-MASTER.
           OPEN I-O INSTRUMENT-MASTER
           IF WS-INSM-STATUS = "35" THEN
               DISPLAY "INSTRUMENT-MASTER.IDX not found - "
                   "a new file will be created"
               OPEN OUTPUT INSTRUMENT-MASTER
               CLOSE INSTRUMENT-MASTER
               OPEN I-O INSTRUMENT-MASTER
           END-IF
           IF WS-INSM-STATUS NOT = "00" THEN
               DISPLAY "Maintenance refused - cannot open "
                   "INSTRUMENT-MASTER.IDX - status " WS-INSM-STATUS
               STOP RUN
           END-IF.

      * A change that cannot be journalled is not made - the journal
      * is the only record of who changed the master and when.
       OPEN-CHANGE-JOURNAL.
           OPEN EXTEND MASTER-CHANGE-FILE
           IF WS-MCHG-STATUS = "35" THEN
               OPEN OUTPUT MASTER-CHANGE-FILE
               CLOSE MASTER-CHANGE-FILE
               OPEN EXTEND MASTER-CHANGE-FILE
           END-IF
           IF WS-MCHG-STATUS NOT = "00" THEN
               DISPLAY "Maintenance refused - cannot open "
                   "MASTER-CHANGE.DAT - status " WS-MCHG-STATUS
               CLOSE INSTRUMENT-MASTER
               STOP RUN
           END-IF.

      * Every change is journalled against whoever made it, so the
      * session does not start without a name to put on them.
       ASK-USER-ID.
           DISPLAY "USER ID: " WITH NO ADVANCING
           ACCEPT WS-USER-ID
           MOVE FUNCTION UPPER-CASE(WS-USER-ID) TO WS-USER-ID.

       GET-ACTION.
           DISPLAY " "
           END-EVALUATE.

       ADD-INSTRUMENT.
           DISPLAY "INSTRUMENT ID: " WITH NO ADVANCING
           ACCEPT WS-ANSWER-ID
           MOVE FUNCTION UPPER-CASE(WS-ANSWER-ID)
               TO WS-ANSWER-ID
           IF WS-ANSWER-ID = SPACES THEN
               DISPLAY "Instrument ID may not be blank"
           ELSE
               PERFORM FIND-INSTRUMENT
               IF WS-FOUND-SW = "Y" THEN
                   DISPLAY "Instrument " WS-ANSWER-ID
                       " is already on file"
               ELSE
                   PERFORM ADD-INSTRUMENT-ENTRY
               END-IF
           END-IF.

      * An add is journalled field by field from blank, so the values
      * the instrument started with are on record as well.
       ADD-INSTRUMENT-ENTRY.
           DISPLAY "DESCRIPTION: " WITH NO ADVANCING
           ACCEPT WS-ANSWER-DESC
           MOVE WS-ANSWER-ID TO INSM-ID
           MOVE WS-ANSWER-DESC TO INSM-DESC
           MOVE "A" TO INSM-ACTIVE-FLAG
           DISPLAY "LAST CALIBRATED YYYYMMDD: " WITH NO ADVANCING
           PERFORM ACCEPT-DATE-VALUE
           MOVE WS-DATE-VALUE TO INSM-LAST-CAL-DATE
           DISPLAY "NEXT CALIBRATION DUE YYYYMMDD: " WITH NO ADVANCING
           PERFORM ACCEPT-DATE-VALUE
           MOVE WS-DATE-VALUE TO INSM-NEXT-CAL-DATE
           MOVE 0 TO INSM-BIAS-OFFSET
           WRITE INSTRUMENT-RECORD
               INVALID KEY
                   DISPLAY "Instrument " WS-ANSWER-ID
                       " not added - status " WS-INSM-STATUS
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHANGED-FLAG
                   MOVE SPACES TO WS-CHG-BEFORE
                   MOVE "RECORD" TO WS-CHG-FIELD
                   MOVE "ADDED" TO WS-CHG-AFTER
                   PERFORM NOTE-CHANGE
                   MOVE "DESCRIPTION" TO WS-CHG-FIELD
                   MOVE INSM-DESC TO WS-CHG-AFTER
                   PERFORM NOTE-CHANGE
                   MOVE "ACTIVE" TO WS-CHG-FIELD
                   MOVE INSM-ACTIVE-FLAG TO WS-CHG-AFTER
                   PERFORM NOTE-CHANGE
                   MOVE "LAST-CAL" TO WS-CHG-FIELD
                   MOVE INSM-LAST-CAL-DATE TO WS-CHG-AFTER
                   PERFORM NOTE-CHANGE
                   MOVE "NEXT-CAL" TO WS-CHG-FIELD
                   MOVE INSM-NEXT-CAL-DATE TO WS-CHG-AFTER
                   PERFORM NOTE-CHANGE
                   MOVE "BIAS" TO WS-CHG-FIELD
                   MOVE INSM-BIAS-OFFSET TO WS-BIAS-EDIT
                   MOVE FUNCTION TRIM(WS-BIAS-EDIT) TO WS-CHG-AFTER
                   PERFORM NOTE-CHANGE
                   DISPLAY "Instrument " WS-ANSWER-ID " added"
           END-WRITE.

      * A blank or unparseable date is stored as zero - Statistics
      * treats a zero due date as never calibrated and flags it.
           IF WS-FOUND-SW = "N" THEN
               DISPLAY "Instrument " WS-ANSWER-ID " is not on file"
           ELSE
               MOVE "I" TO INSM-ACTIVE-FLAG
               PERFORM REWRITE-INSTRUMENT
               IF WS-INSM-STATUS = "00" THEN
                   DISPLAY "Instrument " WS-ANSWER-ID " deactivated"
               END-IF
           END-IF.

       REACTIVATE-INSTRUMENT.
           IF WS-FOUND-SW = "N" THEN
               DISPLAY "Instrument " WS-ANSWER-ID " is not on file"
           ELSE
               MOVE "A" TO INSM-ACTIVE-FLAG
               PERFORM REWRITE-INSTRUMENT
               IF WS-INSM-STATUS = "00" THEN
                   DISPLAY "Instrument " WS-ANSWER-ID " reactivated"
               END-IF
           END-IF.

       CALIBRATE-INSTRUMENT.
           IF WS-FOUND-SW = "N" THEN
               DISPLAY "Instrument " WS-ANSWER-ID " is not on file"
           ELSE
               PERFORM ACCEPT-CALIBRATION-EVENT
               IF WS-CAL-OK = "Y" THEN
                   PERFORM POST-CALIBRATION-EVENT
               ELSE
                   DISPLAY "Calibration not recorded"
               END-IF
           END-IF.

      * The whole event is taken before anything is posted - a
      * half-entered calibration must neither reach the history file
      * nor roll the master's dates forward.
       ACCEPT-CALIBRATION-EVENT.
           MOVE "Y" TO WS-CAL-OK
           DISPLAY "CALIBRATED ON YYYYMMDD: " WITH NO ADVANCING
           PERFORM ACCEPT-DATE-VALUE
           MOVE WS-DATE-VALUE TO WS-CAL-DATE
           DISPLAY "TECHNICIAN: " WITH NO ADVANCING
           ACCEPT WS-ANSWER-TECH
           MOVE FUNCTION UPPER-CASE(WS-ANSWER-TECH) TO WS-ANSWER-TECH
           DISPLAY "AS-FOUND OFFSET: " WITH NO ADVANCING
           PERFORM ACCEPT-OFFSET-VALUE
           MOVE WS-OFFSET-VALUE TO WS-AS-FOUND
           MOVE WS-OFFSET-FLAG TO WS-AS-FOUND-OK
           DISPLAY "AS-LEFT OFFSET: " WITH NO ADVANCING
           PERFORM ACCEPT-OFFSET-VALUE
           MOVE WS-OFFSET-VALUE TO WS-AS-LEFT
           MOVE WS-OFFSET-FLAG TO WS-AS-LEFT-OK
           DISPLAY "CERTIFICATE REFERENCE: " WITH NO ADVANCING
           ACCEPT WS-ANSWER-CERT-REF
           DISPLAY "NEXT CALIBRATION DUE YYYYMMDD: "
               WITH NO ADVANCING
           PERFORM ACCEPT-DATE-VALUE
           MOVE WS-DATE-VALUE TO WS-NEXT-DUE
           EVALUATE TRUE
               WHEN WS-CAL-DATE = 0
                   DISPLAY "Calibration date is required"
                   MOVE "N" TO WS-CAL-OK
               WHEN WS-CAL-DATE < INSM-LAST-CAL-DATE
                   DISPLAY "Calibration date is before the last "
                       "calibration on file, "
                       INSM-LAST-CAL-DATE
                   MOVE "N" TO WS-CAL-OK
               WHEN WS-ANSWER-TECH = SPACES
                   DISPLAY "Technician is required"
                   MOVE "N" TO WS-CAL-OK
               WHEN WS-AS-FOUND-OK = "N"
                   DISPLAY "As-found offset must be a number"
                   MOVE "N" TO WS-CAL-OK
               WHEN WS-AS-LEFT-OK = "N"
                   DISPLAY "As-left offset must be a number"
                   MOVE "N" TO WS-CAL-OK
               WHEN WS-NEXT-DUE NOT > WS-CAL-DATE
                   DISPLAY "Next due date must be after the "
                       "calibration date"
                   MOVE "N" TO WS-CAL-OK
           END-EVALUATE.

      * Offsets are the instrument's reading less the reference
      * standard, so a positive offset means it reads high. Blank is
      * not taken as zero - the technician has to say so.
       ACCEPT-OFFSET-VALUE.
           MOVE "Y" TO WS-OFFSET-FLAG
           MOVE 0 TO WS-OFFSET-VALUE
           ACCEPT WS-ANSWER-OFFSET
           IF WS-ANSWER-OFFSET = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ANSWER-OFFSET) NOT = 0 THEN
               MOVE "N" TO WS-OFFSET-FLAG
           ELSE
               COMPUTE WS-OFFSET-VALUE =
                   FUNCTION NUMVAL(WS-ANSWER-OFFSET)
                   ON SIZE ERROR
                       MOVE "N" TO WS-OFFSET-FLAG
               END-COMPUTE
           END-IF.

      * What matters to the batches already run is how far the
      * instrument had wandered from the bias Statistics was already
      * taking off - an as-found error equal to the bias in force did
      * the readings no harm. The as-left offset becomes the new bias.
      * The event goes on CAL-HISTORY.DAT only once the master has
      * taken the new dates and bias - an event the master never saw
      * must not turn up on the calibration impact report.
       POST-CALIBRATION-EVENT.
           COMPUTE WS-CAL-DRIFT =
               WS-AS-FOUND - INSM-BIAS-OFFSET
           IF WS-CAL-DRIFT < 0 THEN
               COMPUTE WS-CAL-DRIFT = 0 - WS-CAL-DRIFT
           END-IF
           MOVE WS-ANSWER-ID TO CALH-INSTRUMENT-ID
           MOVE WS-CAL-DATE TO CALH-CAL-DATE
           MOVE WS-ANSWER-TECH TO CALH-TECHNICIAN
           MOVE WS-AS-FOUND TO CALH-AS-FOUND
           MOVE WS-AS-LEFT TO CALH-AS-LEFT
           MOVE WS-ANSWER-CERT-REF TO CALH-CERT-REF
           MOVE WS-NEXT-DUE TO CALH-NEXT-DUE-DATE
           MOVE INSM-LAST-CAL-DATE TO CALH-PREV-CAL-DATE
           MOVE INSM-BIAS-OFFSET TO CALH-PRIOR-BIAS
           IF WS-CAL-DRIFT > WS-CAL-TOLERANCE THEN
               MOVE "Y" TO CALH-IMPACT-FLAG
           ELSE
               MOVE "N" TO CALH-IMPACT-FLAG
           END-IF
           MOVE WS-CAL-DATE TO INSM-LAST-CAL-DATE
           MOVE WS-NEXT-DUE TO INSM-NEXT-CAL-DATE
           MOVE WS-AS-LEFT TO INSM-BIAS-OFFSET
           MOVE "N" TO WS-CALH-WRITTEN-FLAG
           PERFORM REWRITE-INSTRUMENT
           IF NOT INSTRUMENT-REWRITTEN THEN
               DISPLAY "Instrument " WS-ANSWER-ID
                   " calibration not recorded"
           ELSE
               PERFORM WRITE-CAL-HISTORY
               IF CAL-HISTORY-WRITTEN THEN
                   DISPLAY "Instrument " WS-ANSWER-ID
                       " calibration recorded"
               ELSE
                   PERFORM SHOW-UNWRITTEN-CAL-EVENT
               END-IF
           END-IF
           IF CAL-HISTORY-WRITTEN AND CALH-IMPACT-REVIEW THEN
               MOVE WS-CAL-DRIFT TO WS-DRIFT-EDIT
               MOVE WS-CAL-TOLERANCE TO WS-TOL-EDIT
               DISPLAY "As-found error " FUNCTION TRIM(WS-DRIFT-EDIT)
                   " exceeds tolerance " FUNCTION TRIM(WS-TOL-EDIT)
                   " - batches since " CALH-PREV-CAL-DATE
                   " go on the calibration impact report"
           END-IF.

       WRITE-CAL-HISTORY.
           OPEN EXTEND CAL-HISTORY-FILE
           IF WS-CALH-STATUS = "35" THEN
               OPEN OUTPUT CAL-HISTORY-FILE
               CLOSE CAL-HISTORY-FILE
               OPEN EXTEND CAL-HISTORY-FILE
           END-IF
           MOVE "N" TO WS-CALH-WRITTEN-FLAG
           IF WS-CALH-STATUS = "00" THEN
               WRITE CAL-HISTORY-RECORD
               IF WS-CALH-STATUS = "00" THEN
                   MOVE "Y" TO WS-CALH-WRITTEN-FLAG
               END-IF
               CLOSE CAL-HISTORY-FILE
           END-IF.

      * The master already carries the new dates and bias, so an
      * event that did not reach CAL-HISTORY.DAT is shown in full to
      * be added by hand - an out-of-tolerance one is what sends the
      * batches since the last calibration back to QA.
       SHOW-UNWRITTEN-CAL-EVENT.
           DISPLAY "Instrument " WS-ANSWER-ID
               " CAL-HISTORY.DAT NOT WRITTEN - status " WS-CALH-STATUS
           DISPLAY "  CAL DATE " CALH-CAL-DATE
               " TECHNICIAN " CALH-TECHNICIAN
               " CERT REF " CALH-CERT-REF
           MOVE CALH-AS-FOUND TO WS-BIAS-EDIT
           DISPLAY "  AS-FOUND " WS-BIAS-EDIT
           MOVE CALH-AS-LEFT TO WS-BIAS-EDIT
           DISPLAY "  AS-LEFT  " WS-BIAS-EDIT
           MOVE CALH-PRIOR-BIAS TO WS-BIAS-EDIT
           DISPLAY "  PRIOR BIAS " WS-BIAS-EDIT
               " PREVIOUS CAL " CALH-PREV-CAL-DATE
               " NEXT DUE " CALH-NEXT-DUE-DATE
           DISPLAY "  IMPACT REVIEW " CALH-IMPACT-FLAG.

      * The values as read are kept aside so that, once the rewrite
      * has gone through, each field that moved can be journalled. A
      * blank bias is an instrument never calibrated here - zero.
       FIND-INSTRUMENT.
           MOVE "N" TO WS-FOUND-SW
           MOVE WS-ANSWER-ID TO INSM-ID
           READ INSTRUMENT-MASTER
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SW
                   IF INSM-BIAS-OFFSET-X = SPACES
                       OR INSM-BIAS-OFFSET NOT NUMERIC THEN
                       MOVE 0 TO INSM-BIAS-OFFSET
                   END-IF
                   MOVE INSM-DESC TO WS-OLD-DESC
                   MOVE INSM-ACTIVE-FLAG TO WS-OLD-ACTIVE
                   MOVE INSM-LAST-CAL-DATE TO WS-OLD-LAST-CAL
                   MOVE INSM-NEXT-CAL-DATE TO WS-OLD-NEXT-CAL
                   MOVE INSM-BIAS-OFFSET TO WS-OLD-BIAS
           END-READ.

       REWRITE-INSTRUMENT.
           MOVE "N" TO WS-REWRITE-FLAG
           REWRITE INSTRUMENT-RECORD
               INVALID KEY
                   DISPLAY "Instrument " WS-ANSWER-ID
                       " not updated - status " WS-INSM-STATUS
               NOT INVALID KEY
                   MOVE "Y" TO WS-REWRITE-FLAG
                   MOVE "Y" TO WS-CHANGED-FLAG
                   PERFORM JOURNAL-INSTRUMENT-CHANGES
           END-REWRITE.

       JOURNAL-INSTRUMENT-CHANGES.
           IF INSM-DESC NOT = WS-OLD-DESC THEN
               MOVE "DESCRIPTION" TO WS-CHG-FIELD
               MOVE WS-OLD-DESC TO WS-CHG-BEFORE
               MOVE INSM-DESC TO WS-CHG-AFTER
               PERFORM NOTE-CHANGE
           END-IF
           IF INSM-ACTIVE-FLAG NOT = WS-OLD-ACTIVE THEN
               MOVE "ACTIVE" TO WS-CHG-FIELD
               MOVE WS-OLD-ACTIVE TO WS-CHG-BEFORE
               MOVE INSM-ACTIVE-FLAG TO WS-CHG-AFTER
               PERFORM NOTE-CHANGE
           END-IF
           IF INSM-LAST-CAL-DATE NOT = WS-OLD-LAST-CAL THEN
               MOVE "LAST-CAL" TO WS-CHG-FIELD
               MOVE WS-OLD-LAST-CAL TO WS-CHG-BEFORE
               MOVE INSM-LAST-CAL-DATE TO WS-CHG-AFTER
               PERFORM NOTE-CHANGE
           END-IF
           IF INSM-NEXT-CAL-DATE NOT = WS-OLD-NEXT-CAL THEN
               MOVE "NEXT-CAL" TO WS-CHG-FIELD
               MOVE WS-OLD-NEXT-CAL TO WS-CHG-BEFORE
               MOVE INSM-NEXT-CAL-DATE TO WS-CHG-AFTER
               PERFORM NOTE-CHANGE
           END-IF
           IF INSM-BIAS-OFFSET NOT = WS-OLD-BIAS THEN
               MOVE "BIAS" TO WS-CHG-FIELD
               MOVE WS-OLD-BIAS TO WS-BIAS-EDIT
               MOVE FUNCTION TRIM(WS-BIAS-EDIT) TO WS-CHG-BEFORE
               MOVE INSM-BIAS-OFFSET TO WS-BIAS-EDIT
               MOVE FUNCTION TRIM(WS-BIAS-EDIT) TO WS-CHG-AFTER
               PERFORM NOTE-CHANGE
           END-IF.

       NOTE-CHANGE.
           ACCEPT MCHG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CHG-TIME FROM TIME
           MOVE WS-CHG-TIME(1:6) TO MCHG-TIME
           MOVE WS-USER-ID TO MCHG-USER
           MOVE "INST" TO MCHG-FILE
           MOVE WS-ANSWER-ID TO MCHG-KEY
           MOVE WS-CHG-FIELD TO MCHG-FIELD
           MOVE WS-CHG-BEFORE TO MCHG-BEFORE
           MOVE WS-CHG-AFTER TO MCHG-AFTER
           WRITE MCHG-RECORD
           IF WS-MCHG-STATUS NOT = "00" THEN
               PERFORM SHOW-UNJOURNALLED-CHANGE
           END-IF.

      * The master has already taken the change, so it is shown in
      * full for the journal to be made up by hand.
       SHOW-UNJOURNALLED-CHANGE.
           DISPLAY "MASTER-CHANGE.DAT write failed - status "
               WS-MCHG-STATUS " - change NOT JOURNALLED:"
           DISPLAY "  FILE " MCHG-FILE " KEY " MCHG-KEY
               " FIELD " MCHG-FIELD " BY " MCHG-USER
               " ON " MCHG-DATE " " MCHG-TIME
           DISPLAY "  BEFORE " MCHG-BEFORE
           DISPLAY "  AFTER  " MCHG-AFTER.

       LIST-INSTRUMENTS.
           MOVE 0 TO WS-INSM-LISTED
           MOVE "N" TO WS-INSM-EOF
           MOVE LOW-VALUES TO INSM-ID
           START INSTRUMENT-MASTER KEY >= INSM-ID
               INVALID KEY
                   MOVE "Y" TO WS-INSM-EOF
           END-START
           PERFORM LIST-ONE-INSTRUMENT UNTIL END-OF-INST-MASTER
           IF WS-INSM-LISTED = 0 THEN
               DISPLAY "Instrument master is empty"
           END-IF.

       LIST-ONE-INSTRUMENT.
           READ INSTRUMENT-MASTER NEXT
               AT END
                   MOVE "Y" TO WS-INSM-EOF
               NOT AT END
                   IF WS-INSM-LISTED = 0 THEN
                       DISPLAY "ID   DESCRIPTION"
                           "                    ACTIVE LAST-CAL"
                           " NEXT-CAL    BIAS"
                   END-IF
                   ADD 1 TO WS-INSM-LISTED
                   IF INSM-BIAS-OFFSET-X = SPACES
                       OR INSM-BIAS-OFFSET NOT NUMERIC THEN
                       MOVE 0 TO WS-BIAS-EDIT
                   ELSE
                       MOVE INSM-BIAS-OFFSET TO WS-BIAS-EDIT
                   END-IF
                   DISPLAY INSM-ID " " INSM-DESC
                       " " INSM-ACTIVE-FLAG "      "
                       INSM-LAST-CAL-DATE " "
                       INSM-NEXT-CAL-DATE " " WS-BIAS-EDIT
           END-READ.
