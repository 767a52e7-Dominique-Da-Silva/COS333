       IDENTIFICATION DIVISION.
       PROGRAM-ID. DispositionConvert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATS-HISTORY-FILE ASSIGN TO "STATS-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT BATCH-DISPOSITION ASSIGN TO "BATCH-DISPOSITION.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISP-KEY
               FILE STATUS IS WS-DISP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STATS-HISTORY-FILE.
       COPY HISTREC.
       FD  BATCH-DISPOSITION.
       COPY DISPREC.
       WORKING-STORAGE SECTION.
       78  WS-CONVERT-REVIEWER VALUE "CONVERT".
       78  WS-CONVERT-REASON
               VALUE "RELEASED BEFORE DISPOSITION CONTROL".
       01 WS-HIST-STATUS PIC X(2).
       01 WS-DISP-STATUS PIC X(2).
       01 WS-EOF-FLAG PIC X(1) VALUE "N".
           88 END-OF-HISTORY VALUE "Y".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-LIVE-COUNT PIC 9(7) VALUE 0.
       01 WS-ADDED-COUNT PIC 9(7) VALUE 0.
       01 WS-KEPT-COUNT PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
      * One-time step when QA sign-off comes in. Every live result
      * already on STATS-HISTORY.DAT went to the LIMS before there was
      * any disposition control, so each is given a released row -
      * without one it would drop out of the extract and its
      * certificate would print as not for release, and the readings
      * behind it cannot be sent again. Only a batch with no row at
      * all is touched: a row Statistics or BatchRelease has already
      * written always stands, so a second run adds nothing.
       BEGIN.
           MOVE 0 TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT STATS-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00" THEN
               DISPLAY "STATS-HISTORY.DAT not found - "
                   "no results to convert"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BATCH-DISPOSITION
           IF WS-DISP-STATUS = "35" THEN
               OPEN OUTPUT BATCH-DISPOSITION
               CLOSE BATCH-DISPOSITION
               OPEN I-O BATCH-DISPOSITION
           END-IF
           IF WS-DISP-STATUS NOT = "00" THEN
               DISPLAY "Cannot open BATCH-DISPOSITION.IDX - status "
                   WS-DISP-STATUS
               CLOSE STATS-HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONVERT-ONE-RESULT UNTIL END-OF-HISTORY
           CLOSE STATS-HISTORY-FILE
           CLOSE BATCH-DISPOSITION
           DISPLAY WS-LIVE-COUNT " live result(s) on STATS-HISTORY.DAT"
           DISPLAY WS-ADDED-COUNT " released disposition(s) added"
           DISPLAY WS-KEPT-COUNT " already had a disposition - left as"
               " they were"
           STOP RUN.

      * Superseded rows were replaced by a resend and never go to the
      * LIMS, so they get nothing.
       CONVERT-ONE-RESULT.
           READ STATS-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF HIST-ACTIVE THEN
                       ADD 1 TO WS-LIVE-COUNT
                       PERFORM ADD-RELEASED-DISPOSITION
                   END-IF
           END-READ.

       ADD-RELEASED-DISPOSITION.
           MOVE HIST-DATE TO DISP-DATE
           MOVE HIST-BATCH-ID TO DISP-BATCH-ID
           MOVE "R" TO DISP-STATUS
           MOVE WS-CONVERT-REVIEWER TO DISP-REVIEWER
           MOVE WS-RUN-DATE TO DISP-REVIEW-DATE
           MOVE WS-CONVERT-REASON TO DISP-REASON
           WRITE DISP-RECORD
               INVALID KEY
                   ADD 1 TO WS-KEPT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
           END-WRITE.
