           SELECT INST-EXTRACT-FILE ASSIGN TO "QC-INST-EXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IEXT-STATUS.
           SELECT BATCH-DISPOSITION ASSIGN TO "BATCH-DISPOSITION.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISP-KEY
               FILE STATUS IS WS-DISP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STATS-HISTORY-FILE.
       COPY RPTREC REPLACING LEADING ==RPT-== BY ==EXT-==.
       FD  INST-EXTRACT-FILE.
       COPY RPTREC REPLACING LEADING ==RPT-== BY ==IEXT-==.
       FD  BATCH-DISPOSITION.
       COPY DISPREC.
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS PIC X(2).
       01 WS-IHST-STATUS PIC X(2).
       01 WS-EXT-STATUS PIC X(2).
       01 WS-IEXT-STATUS PIC X(2).
       01 WS-DISP-STATUS PIC X(2).
       01 WS-DISP-OPEN-FLAG PIC X(1) VALUE "N".
           88 DISPOSITIONS-OPEN VALUE "Y".
       01 WS-RELEASED-FLAG PIC X(1).
           88 BATCH-IS-RELEASED VALUE "Y".
       01 WS-HIST-EOF PIC X(1) VALUE "N".
           88 END-OF-HISTORY VALUE "Y".
       01 WS-IHST-EOF PIC X(1) VALUE "N".
           88 END-OF-INST-HISTORY VALUE "Y".
       01 WS-EXT-COUNT PIC 9(7) VALUE 0.
       01 WS-IEXT-COUNT PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT PIC 9(7) VALUE 0.
       01 WS-IHELD-COUNT PIC 9(7) VALUE 0.
       01 WS-SMALL-EDIT PIC ---9.99.
       01 WS-LARGE-EDIT PIC ---9.99.
       01 WS-MEAN-EDIT PIC ---9.99.
      * One clean delimited row per live result so the QA office and
      * the LIMS import stop re-keying report prose. The trailer
      * record count lets the importing side prove completeness.
      * Only batches QA has released through BatchRelease go out -
      * pending, held and rejected results stay in the lab.
       BEGIN.
           OPEN INPUT BATCH-DISPOSITION
           IF WS-DISP-STATUS = "00" THEN
               MOVE "Y" TO WS-DISP-OPEN-FLAG
           ELSE
               DISPLAY "BATCH-DISPOSITION.IDX not found - "
                   "no batches released for extract"
           END-IF
           PERFORM EXTRACT-BATCH-RESULTS.
           PERFORM EXTRACT-INSTRUMENT-RESULTS.
           IF DISPOSITIONS-OPEN THEN
               CLOSE BATCH-DISPOSITION
           END-IF
           STOP RUN.

       EXTRACT-BATCH-RESULTS.
           WRITE EXT-RECORD
           CLOSE EXTRACT-FILE
           DISPLAY WS-EXT-COUNT " batch row(s) written to "
               "QC-EXTRACT.DAT"
           DISPLAY WS-HELD-COUNT " batch row(s) not yet released".

       EXTRACT-ONE-HISTORY.
           READ STATS-HISTORY-FILE
                   IF HIST-SUPERSEDED THEN
                       CONTINUE
                   ELSE
                       MOVE HIST-DATE TO DISP-DATE
                       MOVE HIST-BATCH-ID TO DISP-BATCH-ID
                       PERFORM CHECK-BATCH-RELEASED
                       IF BATCH-IS-RELEASED THEN
                           PERFORM WRITE-ONE-EXTRACT-ROW
                       ELSE
                           ADD 1 TO WS-HELD-COUNT
                       END-IF
                   END-IF
           END-READ.

      * No disposition row means the batch was never put up for
      * review, so it is treated the same as one still pending.
       CHECK-BATCH-RELEASED.
           MOVE "N" TO WS-RELEASED-FLAG
           IF DISPOSITIONS-OPEN THEN
               READ BATCH-DISPOSITION
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DISP-RELEASED THEN
                           MOVE "Y" TO WS-RELEASED-FLAG
                       END-IF
               END-READ
           END-IF.

       WRITE-ONE-EXTRACT-ROW.
           MOVE HIST-SMALLEST TO WS-SMALL-EDIT
           MOVE HIST-LARGEST TO WS-LARGE-EDIT
           WRITE IEXT-RECORD
           CLOSE INST-EXTRACT-FILE
           DISPLAY WS-IEXT-COUNT " instrument row(s) written to "
               "QC-INST-EXTRACT.DAT"
           DISPLAY WS-IHELD-COUNT " instrument row(s) not yet released".

       EXTRACT-ONE-INST-HISTORY.
           READ INST-HISTORY-FILE
                   IF IHST-SUPERSEDED THEN
                       CONTINUE
                   ELSE
                       MOVE IHST-DATE TO DISP-DATE
                       MOVE IHST-BATCH-ID TO DISP-BATCH-ID
                       PERFORM CHECK-BATCH-RELEASED
                       IF BATCH-IS-RELEASED THEN
                           PERFORM WRITE-ONE-INST-ROW
                       ELSE
                           ADD 1 TO WS-IHELD-COUNT
                       END-IF
                   END-IF
           END-READ.

