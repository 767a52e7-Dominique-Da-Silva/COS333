           SELECT SERIES-PARM-FILE ASSIGN TO "SERIES-PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERPARM-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT INSTRUMENT-MASTER ASSIGN TO "INSTRUMENT-MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSM-ID
               FILE STATUS IS WS-INSM-STATUS.
           SELECT RUN-SUMMARY-FILE ASSIGN TO "RUN-SUMMARY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMM-STATUS.
           SELECT RECEIVED-FILES ASSIGN TO "RECEIVED-FILES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVF-STATUS.
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
       FD  DAILY-READINGS-FILE.
       COPY INSTREC.
       FD  RUN-SUMMARY-FILE.
       COPY RPTREC REPLACING LEADING ==RPT-== BY ==SUMM-==.
       FD  RECEIVED-FILES.
       COPY RCVFREC.
       FD  BATCH-DISPOSITION.
       COPY DISPREC.
       FD  READING-ARCHIVE.
       COPY RDGARCH.
       WORKING-STORAGE SECTION.
       78  WS-MAX-BATCH-SIZE VALUE 200.
       01 WS-BATCH-ID PIC X(6).
             10 SER-TAB-MIN PIC S9(3)V9(2).
             10 SER-TAB-MAX PIC S9(3)V9(2).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-OPER-STATUS PIC X(2).
       01 WS-OPER-EOF PIC X(1) VALUE "N".
           88 END-OF-OPER-MASTER VALUE "Y".
       01 WS-OPER-OPEN-FLAG PIC X(1) VALUE "N".
           88 OPER-MASTER-OPEN VALUE "Y".
       01 WS-OPER-FLAG PIC X(1) VALUE "V".
           88 OPERATOR-VALID VALUE "V".
           88 OPERATOR-UNKNOWN VALUE "U".
           88 OPERATOR-UNCERT VALUE "C".
       01 WS-CERT-CUTOFF-INT PIC S9(9).
       01 WS-CERT-CUTOFF-DATE PIC 9(8).
       01 WS-INSM-STATUS PIC X(2).
       01 WS-INSM-OPEN-FLAG PIC X(1) VALUE "N".
           88 INST-MASTER-OPEN VALUE "Y".
       01 WS-INST-FLAG PIC X(1) VALUE "V".
           88 INSTRUMENT-VALID VALUE "V".
           88 INSTRUMENT-UNKNOWN VALUE "U".
           88 INSTRUMENT-INACTIVE VALUE "I".
           88 INSTRUMENT-CAL-DUE VALUE "D".
       01 WS-INSTRUMENT-ID PIC X(4).
       01 WS-INST-BIAS PIC S9(3)V9(2) VALUE 0.
       01 WS-CORR-VALUE PIC S9(4)V9(2).
       01 WS-CORR-EDIT PIC ----9.99.
       01 WS-CORR-LIST PIC X(1600) VALUE SPACES.
       01 WS-BIAS-FLAG PIC X(1) VALUE "N".
           88 BIAS-APPLIED VALUE "Y".
       01 WS-FLAGGED-COUNT PIC 9(3) VALUE 0.
       01 FLAGGED-INST-TABLE.
          05 FLAGGED-INST-ID PIC X(4)
                  OCCURS WS-MAX-BATCH-SIZE TIMES INDEXED BY FX.
       01 WS-FLAGGED-SW PIC X(1).
       01 WS-TIMESTAMP PIC X(8).
       01 WS-RAW-LIST PIC X(1600) VALUE SPACES.
                  INDEXED BY I, J.
             10 NUM PIC S9(3)V9(2).
             10 NUM-INSTRUMENT PIC X(4).
             10 NUM-RAW PIC S9(3)V9(2).
       01 SMALLEST PIC S9(3)V9(2).
       01 LARGEST PIC S9(3)V9(2).
       01 WS-SMALL-EDIT PIC ---9.99.
           88 END-OF-HISTIN VALUE "Y".
       01 WS-SPC-RUNS PIC 9(3) VALUE 0.
       01 SPC-TABLE.
          05 SPC-ENTRY OCCURS WS-SPC-MAX-RUNS TIMES INDEXED BY M.
             10 SPC-MEAN-ENTRY PIC S9(3)V9(2).
             10 SPC-SD-ENTRY PIC S9(3)V9(2).
       01 WS-SPC-SUM PIC S9(7)V9(2).
       01 WS-SPC-SQ-TERM PIC S9(9)V9(4).
       01 WS-SPC-SUMSQ PIC S9(9)V9(4).
       01 WS-SPC-LCL PIC S9(5)V9(2).
       01 WS-SPC-UWL PIC S9(5)V9(2).
       01 WS-SPC-LWL PIC S9(5)V9(2).
       01 WS-SPC-UZL PIC S9(5)V9(2).
       01 WS-SPC-LZL PIC S9(5)V9(2).
       01 WS-SD-CENTRE PIC S9(5)V9(4).
       01 WS-SD-SIGMA PIC S9(5)V9(4).
       01 WS-SD-UCL PIC S9(5)V9(2).
       01 WS-SD-LCL PIC S9(5)V9(2).
       01 WS-RULE-FROM PIC 9(3).
       01 WS-RULE-ABOVE PIC 9(2).
       01 WS-RULE-BELOW PIC 9(2).
       01 WS-GM-EDIT PIC -----9.99.
       01 WS-SIGMA-EDIT PIC -----9.99.
       01 WS-UCL-EDIT PIC -----9.99.
       01 WS-UWL-EDIT PIC -----9.99.
       01 WS-LWL-EDIT PIC -----9.99.
       01 WS-SPC-RUNS-EDIT PIC ZZZ9.
      * Sized to the batch, so even one instrument per reading fits.
       01 WS-INST-COUNT PIC 9(3) VALUE 0.
       01 INST-TABLE.
          05 INST-ENTRY OCCURS WS-MAX-BATCH-SIZE TIMES
                  INDEXED BY NX.
             10 INST-ID PIC X(4).
             10 INST-RDG-COUNT PIC 9(3).
             10 INST-MAX PIC S9(3)V9(2).
             10 INST-MEAN PIC S9(3)V9(2).
             10 INST-STD-DEV PIC S9(3)V9(2).
             10 INST-BIAS PIC S9(3)V9(2).
       01 WS-INST-SQ-TERM PIC S9(9)V9(4).
       01 WS-INST-SUB PIC 9(3).
       01 WS-INST-COUNT-EDIT PIC ZZZ9.
       01 WS-INST-MIN-EDIT PIC ---9.99.
       01 WS-INST-MAX-EDIT PIC ---9.99.
       01 WS-INST-SD-EDIT PIC ---9.99.
       78  WS-MAX-EXCP-CODES VALUE 15.
       01 WS-SUMM-STATUS PIC X(2).
       01 WS-DISP-STATUS PIC X(2).
       01 WS-ARCH-STATUS PIC X(2).
       01 WS-ARCH-EOF PIC X(1).
           88 END-OF-ARCHIVED-BATCH VALUE "Y".
       01 WS-ARCH-BASE-SEQ PIC 9(5).
       01 WS-ARCH-SEQ PIC 9(5).
       01 WS-ARCH-REASON PIC X(4).
       01 WS-ARCH-MARK PIC X(1).
           88 MARK-PRIOR-SUPERSEDED VALUE "S".
           88 MARK-RECON-FAILED VALUE "R".
       01 WS-RCVF-STATUS PIC X(2).
       01 WS-RCVF-EOF PIC X(1) VALUE "N".
           88 END-OF-REGISTER VALUE "Y".
       01 WS-FILE-SITE-ID PIC X(4) VALUE SPACES.
       01 WS-FILE-CREATE-DATE PIC 9(8) VALUE 0.
       01 WS-FILE-CREATE-TIME PIC 9(6) VALUE 0.
       01 WS-FILE-SEQ PIC 9(6) VALUE 0.
       01 WS-LAST-FILE-SEQ PIC 9(6) VALUE 0.
       01 WS-EXPECTED-SEQ PIC 9(6) VALUE 0.
       01 WS-SITE-SEEN-FLAG PIC X(1) VALUE "N".
           88 SITE-ON-REGISTER VALUE "Y".
       01 WS-SEQ-SEEN-FLAG PIC X(1) VALUE "N".
           88 SEQ-ALREADY-POSTED VALUE "Y".
       01 WS-REPOST-FLAG PIC X(1) VALUE "N".
           88 FILE-POSTED-TODAY VALUE "Y".
       01 WS-POSTED-RC PIC 9(2) VALUE 0.
       01 WS-FILE-REJECT-CODE PIC X(4) VALUE SPACES.
           88 FILE-ACCEPTED VALUE SPACES.
       01 WS-FILE-BATCHES PIC 9(5) VALUE 0.
       01 WS-FILE-HASH PIC S9(9)V9(2) VALUE 0.
       01 WS-FTRL-FLAG PIC X(1) VALUE "M".
           88 FILE-TRAILER-MATCHED VALUE "Y".
           88 FILE-TRAILER-MISMATCH VALUE "N".
           88 FILE-TRAILER-MISSING VALUE "M".
       01 WS-FTRL-BATCHES PIC 9(5) VALUE 0.
       01 WS-FTRL-HASH PIC S9(9)V9(2) VALUE 0.
       01 WS-FSEQ-EDIT PIC ZZZZZ9.
       01 WS-FEXP-EDIT PIC ZZZZZ9.
       01 WS-FBATCH-EDIT PIC ZZZZ9.
       01 WS-FTRLBATCH-EDIT PIC ZZZZ9.
       01 WS-FHASH-EDIT PIC ---------9.99.
       01 WS-FTRLHASH-EDIT PIC ---------9.99.
       01 WS-RUN-BATCHES PIC 9(5) VALUE 0.
       01 WS-RUN-SKIPPED PIC 9(5) VALUE 0.
       01 WS-RUN-RECON-FAILS PIC 9(5) VALUE 0.
       01 WS-RUN-EXCEPTIONS PIC 9(5) VALUE 0.
       01 WS-RUN-OOC-ALERTS PIC 9(5) VALUE 0.
       01 WS-RUN-WARN-ALERTS PIC 9(5) VALUE 0.
       01 WS-RUN-R2O3-ALERTS PIC 9(5) VALUE 0.
       01 WS-RUN-R4O5-ALERTS PIC 9(5) VALUE 0.
       01 WS-RUN-R8CL-ALERTS PIC 9(5) VALUE 0.
       01 WS-RUN-SDEV-ALERTS PIC 9(5) VALUE 0.
       01 WS-RUN-SPC-ALERTS PIC 9(5) VALUE 0.
       01 WS-RUN-RESUBMITS PIC 9(5) VALUE 0.
       01 WS-EXCP-CODE-COUNT PIC 9(2) VALUE 0.
       01 EXCP-CODE-TABLE.
       01 WS-SQ-TERM PIC S9(9)V9(4).
       01 WS-VARIANCE PIC S9(7)V9(4).
       01 WS-STD-DEV PIC S9(3)V9(2).
       01 WS-RAW-SMALLEST PIC S9(3)V9(2).
       01 WS-RAW-LARGEST PIC S9(3)V9(2).
       01 WS-RAW-SUM PIC S9(6)V9(2).
       01 WS-RAW-MEAN PIC S9(3)V9(2).
       01 WS-RAW-SUM-SQ PIC S9(9)V9(4).
       01 WS-RAW-STD-DEV PIC S9(3)V9(2).
       01 WS-RAW-SMALL-EDIT PIC ---9.99.
       01 WS-RAW-LARGE-EDIT PIC ---9.99.
       01 WS-RAW-MEAN-EDIT PIC ---9.99.
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM READ-PARAMETERS.
           PERFORM LOAD-SERIES-PARMS.
           PERFORM OPEN-OPERATOR-MASTER.
           PERFORM OPEN-INSTRUMENT-MASTER.
           PERFORM OPEN-RUN-FILES.
           PERFORM OPEN-HISTORY-INDEX.
           PERFORM CHECK-INPUT-FILE.
           PERFORM READ-CHECKPOINT.
           IF WS-LAST-CKPT-BATCH = SPACES THEN
               PERFORM WRITE-REPORT-HEADER
           END-IF
           PERFORM READ-NEXT-HEADER.
           PERFORM PROCESS-BATCHES UNTIL END-OF-READINGS.
           PERFORM CHECK-FILE-TRAILER.
           PERFORM WRITE-REPORT-TRAILER.
           PERFORM FLUSH-SUPERSEDED-HISTORY.
           PERFORM SET-RETURN-CODE.
           MOVE "A" TO RCVF-STATUS
           PERFORM WRITE-REGISTER-ENTRY.
           PERFORM WRITE-RUN-SUMMARY.
           PERFORM CLEAR-CHECKPOINT.
           PERFORM CLOSE-RUN-FILES.

      * Master missing means validation is off - better a warned run
      * than every batch flagged unknown while the office sets it up.
      * An empty master is taken the same way. Each lookup is a keyed
      * read, so there is no limit on how many operators it holds.
       OPEN-OPERATOR-MASTER.
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPER-STATUS = "00" THEN
               MOVE "Y" TO WS-OPER-OPEN-FLAG
               MOVE LOW-VALUES TO OPER-ID
               START OPERATOR-MASTER KEY >= OPER-ID
                   INVALID KEY
                       MOVE "N" TO WS-OPER-OPEN-FLAG
                       CLOSE OPERATOR-MASTER
               END-START
           END-IF
           IF NOT OPER-MASTER-OPEN THEN
               DISPLAY "OPERATOR-MASTER.IDX not found or empty - "
                   "operator validation disabled"
           END-IF.

      * Same deal as the operator master - a missing file only means
      * the office has not set it up yet, so validation is skipped.
       OPEN-INSTRUMENT-MASTER.
           OPEN INPUT INSTRUMENT-MASTER
           IF WS-INSM-STATUS = "00" THEN
               MOVE "Y" TO WS-INSM-OPEN-FLAG
               MOVE LOW-VALUES TO INSM-ID
               START INSTRUMENT-MASTER KEY >= INSM-ID
                   INVALID KEY
                       MOVE "N" TO WS-INSM-OPEN-FLAG
                       CLOSE INSTRUMENT-MASTER
               END-START
           END-IF
           IF NOT INST-MASTER-OPEN THEN
               DISPLAY "INSTRUMENT-MASTER.IDX not found or empty - "
                   "instrument validation disabled"
           END-IF.

      * A reading on an overdue instrument is challengeable in an
      * audit, so calibration is checked alongside existence and
      * status. A zero due date counts as never calibrated. The
      * instrument's bias from its last calibration is picked up on
      * the same pass - an instrument not on the master has none.
       VALIDATE-INSTRUMENT.
           MOVE "V" TO WS-INST-FLAG
           MOVE 0 TO WS-INST-BIAS
           IF INST-MASTER-OPEN THEN
               MOVE WS-INSTRUMENT-ID TO INSM-ID
               READ INSTRUMENT-MASTER
                   INVALID KEY
                       MOVE "U" TO WS-INST-FLAG
                   NOT INVALID KEY
                       IF INSM-BIAS-OFFSET-X NOT = SPACES
                           AND INSM-BIAS-OFFSET IS NUMERIC THEN
                           MOVE INSM-BIAS-OFFSET TO WS-INST-BIAS
                       END-IF
                       IF NOT INSM-ACTIVE THEN
                           MOVE "I" TO WS-INST-FLAG
                       ELSE
                           IF INSM-NEXT-CAL-DATE < WS-RUN-DATE
                               MOVE "D" TO WS-INST-FLAG
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * One exception per instrument per batch - a 200-reading batch
                   END-IF
               END-PERFORM
               IF WS-FLAGGED-SW = "N"
                   AND WS-FLAGGED-COUNT < WS-MAX-BATCH-SIZE THEN
                   ADD 1 TO WS-FLAGGED-COUNT
                   MOVE WS-INSTRUMENT-ID
                       TO FLAGGED-INST-ID(WS-FLAGGED-COUNT)
      * zero expiry on a certified operator counts as lapsed.
       VALIDATE-OPERATOR.
           MOVE "V" TO WS-OPER-FLAG
           IF OPER-MASTER-OPEN THEN
               MOVE WS-OPERATOR-ID TO OPER-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       MOVE "U" TO WS-OPER-FLAG
                   NOT INVALID KEY
                       IF NOT OPER-ACTIVE THEN
                           MOVE "I" TO WS-OPER-FLAG
                       ELSE
                           IF NOT OPER-CERTIFIED
                               OR OPER-CERT-EXPIRY < WS-RUN-DATE
                               MOVE "C" TO WS-OPER-FLAG
                           END-IF
                       END-IF
               END-READ
           END-IF.

       LOG-OPERATOR-EXCEPTION.
           OPEN INPUT DAILY-READINGS-FILE
           IF WS-READINGS-STATUS NOT = "00" THEN
               DISPLAY "DAILY-READINGS.DAT NOT FOUND - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND QC-STATS-RPT-FILE
               OPEN OUTPUT ALERTS-FILE
               CLOSE ALERTS-FILE
               OPEN EXTEND ALERTS-FILE
           END-IF
           OPEN I-O BATCH-DISPOSITION
           IF WS-DISP-STATUS = "35" THEN
               OPEN OUTPUT BATCH-DISPOSITION
               CLOSE BATCH-DISPOSITION
               OPEN I-O BATCH-DISPOSITION
           END-IF
           IF WS-DISP-STATUS NOT = "00" THEN
               DISPLAY "Cannot open BATCH-DISPOSITION.IDX - status "
                   WS-DISP-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O READING-ARCHIVE
           IF WS-ARCH-STATUS = "35" THEN
               OPEN OUTPUT READING-ARCHIVE
               CLOSE READING-ARCHIVE
               OPEN I-O READING-ARCHIVE
           END-IF
           IF WS-ARCH-STATUS NOT = "00" THEN
               DISPLAY "Cannot open READING-ARCHIVE.IDX - status "
                   WS-ARCH-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-RUN-FILES.
           CLOSE STATS-HISTORY-FILE
           CLOSE STATS-HISTORY-IDX
           CLOSE INST-HISTORY-FILE
           CLOSE ALERTS-FILE
           CLOSE BATCH-DISPOSITION
           CLOSE READING-ARCHIVE
           IF OPER-MASTER-OPEN THEN
               CLOSE OPERATOR-MASTER
           END-IF
           IF INST-MASTER-OPEN THEN
               CLOSE INSTRUMENT-MASTER
           END-IF.

      * A missing index is rebuilt from the flat file on the spot -
      * same shape as the standalone index load. The extend handle is
           IF WS-IDX-STATUS NOT = "00" THEN
               DISPLAY "Cannot open STATS-HISTORY.IDX - status "
                   WS-IDX-STATUS " - RUN ABORTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

                   END-WRITE
           END-READ.

      * The first record must identify the file. Its site and sequence
      * number are checked against the register of files already
      * posted before a single batch is touched - a repeat, an old
      * file or one that leaves a gap is turned away whole. The first
      * file ever seen from a site sets where its sequence starts.
       CHECK-INPUT-FILE.
           MOVE SPACES TO WS-BATCH-ID
           MOVE SPACES TO WS-OPERATOR-ID
           READ DAILY-READINGS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ
           IF END-OF-READINGS
               OR NOT FILE-HEADER-RECORD
               OR FHDR-SITE-ID = SPACES
               OR FHDR-FILE-SEQ IS NOT NUMERIC THEN
               MOVE "FHDR" TO WS-FILE-REJECT-CODE
           ELSE
               MOVE FHDR-SITE-ID TO WS-FILE-SITE-ID
               MOVE FHDR-CREATE-DATE TO WS-FILE-CREATE-DATE
               MOVE FHDR-CREATE-TIME TO WS-FILE-CREATE-TIME
               MOVE FHDR-FILE-SEQ TO WS-FILE-SEQ
               PERFORM SCAN-RECEIVED-FILES
               COMPUTE WS-EXPECTED-SEQ = WS-LAST-FILE-SEQ + 1
               EVALUATE TRUE
                   WHEN FILE-POSTED-TODAY
                       PERFORM END-REPEATED-RUN
                   WHEN SEQ-ALREADY-POSTED
                       MOVE "FDUP" TO WS-FILE-REJECT-CODE
                   WHEN NOT SITE-ON-REGISTER
                       CONTINUE
                   WHEN WS-FILE-SEQ < WS-EXPECTED-SEQ
                       MOVE "FOOS" TO WS-FILE-REJECT-CODE
                   WHEN WS-FILE-SEQ > WS-EXPECTED-SEQ
                       MOVE "FGAP" TO WS-FILE-REJECT-CODE
               END-EVALUATE
           END-IF
           IF NOT FILE-ACCEPTED THEN
               PERFORM REJECT-INPUT-FILE
           END-IF.

      * Only accepted files count - a file turned away earlier can be
      * sent again under the same number once it has been put right.
       SCAN-RECEIVED-FILES.
           OPEN INPUT RECEIVED-FILES
           IF WS-RCVF-STATUS = "00" THEN
               PERFORM READ-ONE-RECEIVED-FILE UNTIL END-OF-REGISTER
               CLOSE RECEIVED-FILES
           END-IF.

       READ-ONE-RECEIVED-FILE.
           READ RECEIVED-FILES
               AT END
                   MOVE "Y" TO WS-RCVF-EOF
               NOT AT END
                   IF RCVF-ACCEPTED
                       AND RCVF-SITE-ID = WS-FILE-SITE-ID THEN
                       MOVE "Y" TO WS-SITE-SEEN-FLAG
                       IF RCVF-FILE-SEQ = WS-FILE-SEQ THEN
                           MOVE "Y" TO WS-SEQ-SEEN-FLAG
                           PERFORM CHECK-POSTED-TODAY
                       END-IF
                       IF RCVF-FILE-SEQ > WS-LAST-FILE-SEQ THEN
                           MOVE RCVF-FILE-SEQ TO WS-LAST-FILE-SEQ
                       END-IF
                   END-IF
           END-READ.

      * The same file - site, sequence, creation date and time - already
      * posted by a run today is this run repeated, most often by a
      * JobStream restart after the first run ended over its limit.
      * It is not a duplicate sent by the lab. Entries made before the
      * run's return code was kept on the register go by the trailer.
       CHECK-POSTED-TODAY.
           IF RCVF-RECEIVED-DATE = WS-RUN-DATE
               AND RCVF-CREATE-DATE = WS-FILE-CREATE-DATE
               AND RCVF-CREATE-TIME = WS-FILE-CREATE-TIME THEN
               MOVE "Y" TO WS-REPOST-FLAG
               IF RCVF-RUN-RC IS NUMERIC THEN
                   MOVE RCVF-RUN-RC TO WS-POSTED-RC
               ELSE
                   IF RCVF-TRL-MATCHED THEN
                       MOVE 0 TO WS-POSTED-RC
                   ELSE
                       MOVE 8 TO WS-POSTED-RC
                   END-IF
               END-IF
           END-IF.

      * Statistics is never run twice over a file it has posted. The
      * first run's exceptions, register entry and summary stand, and
      * its return code is handed back so the stream sees the same
      * result it stopped on.
       END-REPEATED-RUN.
           MOVE WS-FILE-SEQ TO WS-FSEQ-EDIT
           DISPLAY "FILE SITE " WS-FILE-SITE-ID
               " SEQ " FUNCTION TRIM(WS-FSEQ-EDIT)
               " already posted today - nothing run, RC "
               WS-POSTED-RC " of the first run returned"
           PERFORM CLOSE-RUN-FILES
           MOVE WS-POSTED-RC TO RETURN-CODE
           STOP RUN.

      * Nothing has been posted yet, so the run stops here with the
      * exception, the register entry and a summary page saying why.
       REJECT-INPUT-FILE.
           MOVE WS-FILE-SEQ TO WS-FSEQ-EDIT
           MOVE WS-EXPECTED-SEQ TO WS-FEXP-EDIT
           PERFORM INIT-EXCP-FIELDS
           MOVE WS-FILE-REJECT-CODE TO EXCP-REASON-CODE
           EVALUATE WS-FILE-REJECT-CODE
               WHEN "FHDR"
                   STRING "DAILY-READINGS.DAT HAS NO VALID FILE HEADER"
                       " - FILE REJECTED"
                       DELIMITED BY SIZE INTO EXCP-TEXT
                   END-STRING
               WHEN "FDUP"
                   STRING "FILE SITE " WS-FILE-SITE-ID
                       " SEQ " FUNCTION TRIM(WS-FSEQ-EDIT)
                       " ALREADY POSTED - DUPLICATE FILE REJECTED"
                       DELIMITED BY SIZE INTO EXCP-TEXT
                   END-STRING
               WHEN "FOOS"
                   STRING "FILE SITE " WS-FILE-SITE-ID
                       " SEQ " FUNCTION TRIM(WS-FSEQ-EDIT)
                       " OUT OF SEQUENCE - EXPECTED "
                       FUNCTION TRIM(WS-FEXP-EDIT)
                       " - FILE REJECTED"
                       DELIMITED BY SIZE INTO EXCP-TEXT
                   END-STRING
               WHEN "FGAP"
                   STRING "FILE SITE " WS-FILE-SITE-ID
                       " SEQ " FUNCTION TRIM(WS-FSEQ-EDIT)
                       " LEAVES A GAP - EXPECTED "
                       FUNCTION TRIM(WS-FEXP-EDIT)
                       " - FILE REJECTED"
                       DELIMITED BY SIZE INTO EXCP-TEXT
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-EXCEPTION
           DISPLAY FUNCTION TRIM(EXCP-TEXT)
           MOVE "R" TO RCVF-STATUS
           PERFORM WRITE-REGISTER-ENTRY
           PERFORM WRITE-RUN-SUMMARY
           PERFORM CLOSE-RUN-FILES
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      * Caller sets RCVF-STATUS. The posted figures are what this run
      * actually read, so ReconAudit can hold the trailer against them.
      * An accepted entry carries the run's return code, already set,
      * for a repeat of the run to hand back.
       WRITE-REGISTER-ENTRY.
           MOVE WS-FILE-SITE-ID TO RCVF-SITE-ID
           MOVE WS-FILE-SEQ TO RCVF-FILE-SEQ
           MOVE WS-FILE-CREATE-DATE TO RCVF-CREATE-DATE
           MOVE WS-FILE-CREATE-TIME TO RCVF-CREATE-TIME
           MOVE WS-RUN-DATE TO RCVF-RECEIVED-DATE
           MOVE WS-FILE-REJECT-CODE TO RCVF-REJECT-CODE
           MOVE WS-FTRL-FLAG TO RCVF-TRL-FLAG
           MOVE WS-FTRL-BATCHES TO RCVF-TRL-BATCHES
           MOVE WS-FTRL-HASH TO RCVF-TRL-HASH
           MOVE WS-FILE-BATCHES TO RCVF-POSTED-BATCHES
           MOVE WS-FILE-HASH TO RCVF-POSTED-HASH
           IF RCVF-ACCEPTED THEN
               MOVE RETURN-CODE TO RCVF-RUN-RC
           ELSE
               MOVE 12 TO RCVF-RUN-RC
           END-IF
           OPEN EXTEND RECEIVED-FILES
           IF WS-RCVF-STATUS = "35" THEN
               OPEN OUTPUT RECEIVED-FILES
               CLOSE RECEIVED-FILES
               OPEN EXTEND RECEIVED-FILES
           END-IF
           WRITE RCVF-RECORD
           CLOSE RECEIVED-FILES.

      * The file trailer proves the transfer arrived whole - its batch
      * count and grand hash must agree with everything read, batches
      * skipped on a restart included.
       CHECK-FILE-TRAILER.
           MOVE SPACES TO WS-BATCH-ID
           MOVE SPACES TO WS-OPERATOR-ID
           IF NOT FILE-TRAILER-MISSING THEN
               IF WS-FTRL-BATCHES = WS-FILE-BATCHES
                   AND WS-FTRL-HASH = WS-FILE-HASH THEN
                   MOVE "Y" TO WS-FTRL-FLAG
               ELSE
                   MOVE "N" TO WS-FTRL-FLAG
               END-IF
           END-IF
           IF NOT FILE-TRAILER-MATCHED THEN
               PERFORM LOG-FILE-TRAILER-FAILURE
           END-IF.

       LOG-FILE-TRAILER-FAILURE.
           MOVE WS-FILE-SEQ TO WS-FSEQ-EDIT
           MOVE WS-FILE-BATCHES TO WS-FBATCH-EDIT
           MOVE WS-FTRL-BATCHES TO WS-FTRLBATCH-EDIT
           MOVE WS-FILE-HASH TO WS-FHASH-EDIT
           MOVE WS-FTRL-HASH TO WS-FTRLHASH-EDIT
           PERFORM INIT-EXCP-FIELDS
           MOVE "FTRL" TO EXCP-REASON-CODE
           IF FILE-TRAILER-MISSING THEN
               STRING "FILE SITE " WS-FILE-SITE-ID
                   " SEQ " FUNCTION TRIM(WS-FSEQ-EDIT)
                   " HAS NO FILE TRAILER - FILE MAY BE TRUNCATED"
                   DELIMITED BY SIZE INTO EXCP-TEXT
               END-STRING
           ELSE
               STRING "FILE SITE " WS-FILE-SITE-ID
                   " SEQ " FUNCTION TRIM(WS-FSEQ-EDIT)
                   " TRAILER MISMATCH: BATCHES "
                   FUNCTION TRIM(WS-FBATCH-EDIT)
                   " OF " FUNCTION TRIM(WS-FTRLBATCH-EDIT)
                   " HASH " FUNCTION TRIM(WS-FHASH-EDIT)
                   " OF " FUNCTION TRIM(WS-FTRLHASH-EDIT)
                   DELIMITED BY SIZE INTO EXCP-TEXT
               END-STRING
           END-IF
           PERFORM WRITE-EXCEPTION
           DISPLAY FUNCTION TRIM(EXCP-TEXT).

       READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "35" THEN
                       MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-IF
           IF NOT END-OF-READINGS AND FILE-TRAILER-RECORD THEN
               MOVE "N" TO WS-FTRL-FLAG
               MOVE FTRL-BATCH-COUNT TO WS-FTRL-BATCHES
               MOVE FTRL-GRAND-HASH TO WS-FTRL-HASH
               MOVE "Y" TO WS-EOF-FLAG
           END-IF
           IF NOT END-OF-READINGS THEN
               ADD 1 TO WS-FILE-BATCHES
               IF NOT HEADER-RECORD THEN
                   DISPLAY "Expected header record, found REC-TYPE: "
                       REC-TYPE
                   DISPLAY "Expected detail record, found REC-TYPE: "
                       REC-TYPE
               END-IF
               ADD RDG-VALUE TO WS-FILE-HASH
           END-PERFORM
           IF NOT END-OF-READINGS THEN
               PERFORM READ-TRAILER
           IF NOT OPERATOR-VALID THEN
               PERFORM LOG-OPERATOR-EXCEPTION
           END-IF
           PERFORM FIND-LAST-ARCHIVE-SEQ.
           PERFORM READ-DATA.
           PERFORM READ-TRAILER.
           PERFORM RECONCILE-BATCH.
           IF WS-RECON-FLAG = "Y" THEN
               PERFORM CHECK-RESUBMISSION
               IF WS-ARCH-BASE-SEQ > 0 THEN
                   MOVE "S" TO WS-ARCH-MARK
                   PERFORM MARK-ARCHIVED-BATCH
               END-IF
               PERFORM COMPUTE-AND-REPORT-BATCH
           ELSE
               PERFORM LOG-RECON-FAILURE
               MOVE "R" TO WS-ARCH-MARK
               PERFORM MARK-ARCHIVED-BATCH
           END-IF
           PERFORM WRITE-CHECKPOINT.

           PERFORM BUILD-MODE-LIST.
           PERFORM FIND-MEAN.
           PERFORM FIND-STD-DEV.
           PERFORM FIND-RAW-FIGURES.
           PERFORM CHECK-CONTROL-LIMITS.
           PERFORM FORMAT-RESULTS.
           DISPLAY "Batch: " WS-BATCH-ID.
           PERFORM WRITE-AUDIT-LOG.
           PERFORM WRITE-HISTORY.
           PERFORM WRITE-INSTRUMENT-HISTORY.
           PERFORM WRITE-PENDING-DISPOSITION.

       RESET-BATCH-TOTALS.
           COMPUTE SMALLEST = WS-MAX-VALID + 1
           MOVE SPACES TO WS-RESUB-NOTE
           MOVE 0 TO WS-FLAGGED-COUNT
           MOVE SPACES TO WS-MODE-LIST
           MOVE SPACES TO WS-RAW-LIST
           MOVE SPACES TO WS-CORR-LIST
           MOVE "N" TO WS-BIAS-FLAG.

       INIT-EXCP-FIELDS.
           MOVE WS-RUN-DATE TO EXCP-DATE
           MOVE SPACES TO EXCP-INSTRUMENT-ID
           MOVE 0 TO EXCP-REJ-VALUE
           MOVE "O" TO EXCP-STATUS
           MOVE SPACES TO EXCP-TEXT
           MOVE 0 TO EXCP-RDG-SEQ.

      * Every exception goes out through here so the run summary can
      * count them by reason code without a re-read at end of run.
               ADD 1 TO WS-READ-COUNT
               ADD 1 TO WS-RUN-READINGS
               ADD RDG-VALUE TO WS-HASH-TOTAL
               ADD RDG-VALUE TO WS-FILE-HASH
               COMPUTE WS-ARCH-SEQ = WS-ARCH-BASE-SEQ + I
               IF I <= WS-MAX-BATCH-SIZE THEN
                   PERFORM APPEND-RAW-VALUE
                   PERFORM CHECK-INSTRUMENT
                   PERFORM APPLY-BIAS-OFFSET
                   PERFORM VALIDATE-READING
                   IF WS-VALID-FLAG = "Y" THEN
                       ADD 1 TO WS-VALID-COUNT
                       MOVE WS-CORR-VALUE TO NUM(WS-VALID-COUNT)
                       MOVE DTL-INSTRUMENT-ID
                           TO NUM-INSTRUMENT(WS-VALID-COUNT)
                       MOVE RDG-VALUE TO NUM-RAW(WS-VALID-COUNT)
                   END-IF
                   MOVE "RANG" TO WS-ARCH-REASON
               ELSE
                   MOVE RDG-VALUE TO WS-CORR-VALUE
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "OVSZ" TO WS-ARCH-REASON
               END-IF
               PERFORM ARCHIVE-READING
           END-PERFORM.

       READ-TRAILER.
           DISPLAY "Batch " WS-BATCH-ID
               " failed reconciliation - statistics suppressed".

      * A batch sent again on the same day is numbered on from the
      * readings already archived for it, so the first posting is kept
      * alongside the resend rather than overwritten.
       FIND-LAST-ARCHIVE-SEQ.
           MOVE 0 TO WS-ARCH-BASE-SEQ
           PERFORM START-ARCHIVED-BATCH
           PERFORM READ-ARCHIVED-SEQ UNTIL END-OF-ARCHIVED-BATCH.

       START-ARCHIVED-BATCH.
           MOVE "N" TO WS-ARCH-EOF
           MOVE WS-RUN-DATE TO RDGARCH-DATE
           MOVE WS-BATCH-ID TO RDGARCH-BATCH-ID
           MOVE 0 TO RDGARCH-SEQ
           START READING-ARCHIVE KEY > RDGARCH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ARCH-EOF
           END-START.

       READ-ARCHIVED-SEQ.
           PERFORM READ-NEXT-ARCHIVED
           IF NOT END-OF-ARCHIVED-BATCH THEN
               MOVE RDGARCH-SEQ TO WS-ARCH-BASE-SEQ
           END-IF.

       READ-NEXT-ARCHIVED.
           READ READING-ARCHIVE NEXT
               AT END
                   MOVE "Y" TO WS-ARCH-EOF
               NOT AT END
                   IF RDGARCH-DATE NOT = WS-RUN-DATE
                       OR RDGARCH-BATCH-ID NOT = WS-BATCH-ID THEN
                       MOVE "Y" TO WS-ARCH-EOF
                   END-IF
           END-READ.

      * Every detail reading is kept as it was sent, with the value
      * after bias correction and, if it was left out of the batch
      * statistics, the reason code of the exception that excluded it.
      * Readings past the maximum batch size are archived as discarded
      * even though they were never validated.
       ARCHIVE-READING.
           MOVE WS-RUN-DATE TO RDGARCH-DATE
           MOVE WS-BATCH-ID TO RDGARCH-BATCH-ID
           MOVE WS-ARCH-SEQ TO RDGARCH-SEQ
           MOVE WS-OPERATOR-ID TO RDGARCH-OPERATOR-ID
           MOVE DTL-INSTRUMENT-ID TO RDGARCH-INSTRUMENT-ID
           MOVE RDG-VALUE TO RDGARCH-VALUE
           MOVE WS-CORR-VALUE TO RDGARCH-CORR-VALUE
           MOVE "A" TO RDGARCH-POSTING
           IF WS-VALID-FLAG = "Y" THEN
               MOVE "A" TO RDGARCH-STATUS
               MOVE SPACES TO RDGARCH-REASON-CODE
           ELSE
               MOVE "R" TO RDGARCH-STATUS
               MOVE WS-ARCH-REASON TO RDGARCH-REASON-CODE
           END-IF
           WRITE RDGARCH-RECORD
               INVALID KEY
                   PERFORM ABORT-ARCHIVE-WRITE
           END-WRITE.

      * Readings are numbered on from the last one archived, so a key
      * already there means the archive is not what this run thinks
      * it is. The original reading is never overwritten - the run
      * stops and the checkpoint brings it back in at this batch.
       ABORT-ARCHIVE-WRITE.
           DISPLAY "Cannot archive reading " RDGARCH-DATE " "
               RDGARCH-BATCH-ID " " RDGARCH-SEQ " - status "
               WS-ARCH-STATUS " - RUN ABORTED"
           PERFORM CLOSE-RUN-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      * Two passes over a batch's archived readings. A batch that
      * reconciles marks every reading archived for it earlier today
      * superseded - a resubmission, a resend after a failed
      * reconciliation or a batch cut short by a restart alike - so
      * only the posting the statistics came from is live. A batch
      * that failed reconciliation had no statistics computed, so
      * every reading it accepted is turned into a reject against the
      * reconciliation failure.
       MARK-ARCHIVED-BATCH.
           PERFORM START-ARCHIVED-BATCH
           PERFORM MARK-ONE-ARCHIVED-READING
               UNTIL END-OF-ARCHIVED-BATCH.

       MARK-ONE-ARCHIVED-READING.
           PERFORM READ-NEXT-ARCHIVED
           IF NOT END-OF-ARCHIVED-BATCH THEN
               EVALUATE TRUE
                   WHEN MARK-PRIOR-SUPERSEDED
                       AND RDGARCH-SEQ <= WS-ARCH-BASE-SEQ
                       AND RDGARCH-LIVE
                       MOVE "S" TO RDGARCH-POSTING
                       REWRITE RDGARCH-RECORD
                           INVALID KEY
                               PERFORM ABORT-ARCHIVE-MARK
                       END-REWRITE
                   WHEN MARK-RECON-FAILED
                       AND RDGARCH-SEQ > WS-ARCH-BASE-SEQ
                       AND RDGARCH-ACCEPTED
                       MOVE "R" TO RDGARCH-STATUS
                       MOVE "RECN" TO RDGARCH-REASON-CODE
                       REWRITE RDGARCH-RECORD
                           INVALID KEY
                               PERFORM ABORT-ARCHIVE-MARK
                       END-REWRITE
               END-EVALUATE
           END-IF.

      * A mark left half done would show two live postings of the
      * batch, or readings accepted under a failed reconciliation.
       ABORT-ARCHIVE-MARK.
           DISPLAY "Cannot mark archived reading " RDGARCH-DATE " "
               RDGARCH-BATCH-ID " " RDGARCH-SEQ " - status "
               WS-ARCH-STATUS " - RUN ABORTED"
           PERFORM CLOSE-RUN-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       APPEND-RAW-VALUE.
           MOVE RDG-VALUE TO WS-RAW-EDIT
           MOVE WS-RAW-LIST TO WS-RAW-TEMP
               END-STRING
           END-IF.

      * The hash stays on the value as sent - it has to agree with the
      * trailer. Everything from validation on works on the reading
      * with the instrument's known bias taken off.
       APPLY-BIAS-OFFSET.
           COMPUTE WS-CORR-VALUE = RDG-VALUE - WS-INST-BIAS
           IF WS-INST-BIAS NOT = 0 THEN
               MOVE "Y" TO WS-BIAS-FLAG
           END-IF
           MOVE WS-CORR-VALUE TO WS-CORR-EDIT
           MOVE WS-CORR-LIST TO WS-RAW-TEMP
           IF FUNCTION TRIM(WS-RAW-TEMP) = SPACES THEN
               STRING FUNCTION TRIM(WS-CORR-EDIT) DELIMITED BY SIZE
                   INTO WS-CORR-LIST
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-RAW-TEMP) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CORR-EDIT) DELIMITED BY SIZE
                   INTO WS-CORR-LIST
               END-STRING
           END-IF.

       VALIDATE-READING.
           IF WS-CORR-VALUE < WS-MIN-VALID
               OR WS-CORR-VALUE > WS-MAX-VALID THEN
               MOVE "N" TO WS-VALID-FLAG
               ADD 1 TO WS-RUN-REJECTED
               PERFORM LOG-EXCEPTION
           MOVE "RANG" TO EXCP-REASON-CODE
           MOVE DTL-INSTRUMENT-ID TO EXCP-INSTRUMENT-ID
           MOVE RDG-VALUE TO EXCP-REJ-VALUE
           MOVE WS-ARCH-SEQ TO EXCP-RDG-SEQ
           IF WS-INST-BIAS = 0 THEN
               STRING "REJECTED VALUE: " FUNCTION TRIM(WS-RAW-EDIT)
                   " OUT OF RANGE " FUNCTION TRIM(WS-MINVALID-EDIT)
                   " TO " FUNCTION TRIM(WS-MAXVALID-EDIT)
                   DELIMITED BY SIZE INTO EXCP-TEXT
               END-STRING
           ELSE
               STRING "REJECTED VALUE: " FUNCTION TRIM(WS-RAW-EDIT)
                   " CORRECTED " FUNCTION TRIM(WS-CORR-EDIT)
                   " OUT OF RANGE " FUNCTION TRIM(WS-MINVALID-EDIT)
                   " TO " FUNCTION TRIM(WS-MAXVALID-EDIT)
                   DELIMITED BY SIZE INTO EXCP-TEXT
               END-STRING
           END-IF
           PERFORM WRITE-EXCEPTION.

       FIND-SMALLEST.
               MOVE 0 TO WS-STD-DEV
           END-IF.

      * The same figures over the values as the instruments sent them,
      * before any bias came off, so history can quote either set.
       FIND-RAW-FIGURES.
           MOVE 0 TO WS-RAW-SUM
           MOVE 0 TO WS-RAW-SUM-SQ
           IF WS-VALID-COUNT > 0 THEN
               MOVE NUM-RAW(1) TO WS-RAW-SMALLEST
               MOVE NUM-RAW(1) TO WS-RAW-LARGEST
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-VALID-COUNT
                   IF NUM-RAW(I) < WS-RAW-SMALLEST THEN
                       MOVE NUM-RAW(I) TO WS-RAW-SMALLEST
                   END-IF
                   IF NUM-RAW(I) > WS-RAW-LARGEST THEN
                       MOVE NUM-RAW(I) TO WS-RAW-LARGEST
                   END-IF
                   ADD NUM-RAW(I) TO WS-RAW-SUM
               END-PERFORM
               COMPUTE WS-RAW-MEAN = WS-RAW-SUM / WS-VALID-COUNT
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-VALID-COUNT
                   COMPUTE WS-SQ-TERM = (NUM-RAW(I) - WS-RAW-MEAN) ** 2
                   ADD WS-SQ-TERM TO WS-RAW-SUM-SQ
               END-PERFORM
               COMPUTE WS-RAW-STD-DEV =
                   FUNCTION SQRT(WS-RAW-SUM-SQ / WS-VALID-COUNT)
           ELSE
               MOVE 0 TO WS-RAW-SMALLEST
               MOVE 0 TO WS-RAW-LARGEST
               MOVE 0 TO WS-RAW-MEAN
               MOVE 0 TO WS-RAW-STD-DEV
           END-IF
           MOVE WS-RAW-SMALLEST TO WS-RAW-SMALL-EDIT
           MOVE WS-RAW-LARGEST TO WS-RAW-LARGE-EDIT
           MOVE WS-RAW-MEAN TO WS-RAW-MEAN-EDIT.

      * A batch id already on today's history is a corrected resend -
      * the earlier rows are marked superseded so the report, SPC and
      * trend runs only ever see one live result per batch per day.
                           PERFORM WRITE-WARNING-ALERT
                       END-IF
                   END-IF
                   PERFORM CHECK-RUN-RULES
                   PERFORM CHECK-SPREAD-LIMITS
               END-IF
           END-IF.

                           END-IF
                           MOVE HISTIDX-MEAN
                               TO SPC-MEAN-ENTRY(WS-SPC-RUNS)
                           MOVE HISTIDX-STD-DEV
                               TO SPC-SD-ENTRY(WS-SPC-RUNS)
                       END-IF
                   END-IF
           END-READ.

       SHIFT-SPC-RUNS.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M >= WS-SPC-MAX-RUNS
               MOVE SPC-ENTRY(M + 1) TO SPC-ENTRY(M)
           END-PERFORM.

       COMPUTE-SPC-LIMITS.
           COMPUTE WS-SPC-SPREAD = 2 * WS-SPC-SIGMA
           COMPUTE WS-SPC-UWL = WS-GRAND-MEAN + WS-SPC-SPREAD
           COMPUTE WS-SPC-LWL = WS-GRAND-MEAN - WS-SPC-SPREAD
           COMPUTE WS-SPC-UZL = WS-GRAND-MEAN + WS-SPC-SIGMA
           COMPUTE WS-SPC-LZL = WS-GRAND-MEAN - WS-SPC-SIGMA
           MOVE WS-GRAND-MEAN TO WS-GM-EDIT
           MOVE WS-SPC-SIGMA TO WS-SIGMA-EDIT
           MOVE WS-SPC-UCL TO WS-UCL-EDIT
           MOVE WS-SPC-RUNS TO WS-SPC-RUNS-EDIT
           MOVE WS-MEAN TO WS-MEAN-EDIT.

      * Western Electric run rules along the series - today's mean
      * with the runs just before it, against the same centre line and
      * sigma as the limit checks. A rule only fires when today's
      * point is itself beyond the line, so a pattern already reported
      * is not raised again on the next quiet batch. A flat series has
      * no sigma to judge by and is left alone.
       CHECK-RUN-RULES.
           IF WS-SPC-SIGMA > 0 THEN
               PERFORM CHECK-TWO-OF-THREE
               PERFORM CHECK-FOUR-OF-FIVE
               IF WS-SPC-RUNS >= 7 THEN
                   PERFORM CHECK-EIGHT-IN-A-ROW
               END-IF
           END-IF.

       CHECK-TWO-OF-THREE.
           MOVE 0 TO WS-RULE-ABOVE
           MOVE 0 TO WS-RULE-BELOW
           COMPUTE WS-RULE-FROM = WS-SPC-RUNS - 1
           PERFORM VARYING M FROM WS-RULE-FROM BY 1
                   UNTIL M > WS-SPC-RUNS
               IF SPC-MEAN-ENTRY(M) > WS-SPC-UWL THEN
                   ADD 1 TO WS-RULE-ABOVE
               END-IF
               IF SPC-MEAN-ENTRY(M) < WS-SPC-LWL THEN
                   ADD 1 TO WS-RULE-BELOW
               END-IF
           END-PERFORM
           IF (WS-MEAN > WS-SPC-UWL AND WS-RULE-ABOVE >= 1)
               OR (WS-MEAN < WS-SPC-LWL AND WS-RULE-BELOW >= 1) THEN
               PERFORM WRITE-TWO-OF-THREE-ALERT
           END-IF.

       CHECK-FOUR-OF-FIVE.
           MOVE 0 TO WS-RULE-ABOVE
           MOVE 0 TO WS-RULE-BELOW
           COMPUTE WS-RULE-FROM = WS-SPC-RUNS - 3
           PERFORM VARYING M FROM WS-RULE-FROM BY 1
                   UNTIL M > WS-SPC-RUNS
               IF SPC-MEAN-ENTRY(M) > WS-SPC-UZL THEN
                   ADD 1 TO WS-RULE-ABOVE
               END-IF
               IF SPC-MEAN-ENTRY(M) < WS-SPC-LZL THEN
                   ADD 1 TO WS-RULE-BELOW
               END-IF
           END-PERFORM
           IF (WS-MEAN > WS-SPC-UZL AND WS-RULE-ABOVE >= 3)
               OR (WS-MEAN < WS-SPC-LZL AND WS-RULE-BELOW >= 3) THEN
               PERFORM WRITE-FOUR-OF-FIVE-ALERT
           END-IF.

       CHECK-EIGHT-IN-A-ROW.
           MOVE 0 TO WS-RULE-ABOVE
           MOVE 0 TO WS-RULE-BELOW
           COMPUTE WS-RULE-FROM = WS-SPC-RUNS - 6
           PERFORM VARYING M FROM WS-RULE-FROM BY 1
                   UNTIL M > WS-SPC-RUNS
               IF SPC-MEAN-ENTRY(M) > WS-GRAND-MEAN THEN
                   ADD 1 TO WS-RULE-ABOVE
               END-IF
               IF SPC-MEAN-ENTRY(M) < WS-GRAND-MEAN THEN
                   ADD 1 TO WS-RULE-BELOW
               END-IF
           END-PERFORM
           IF (WS-MEAN > WS-GRAND-MEAN AND WS-RULE-ABOVE = 7)
               OR (WS-MEAN < WS-GRAND-MEAN AND WS-RULE-BELOW = 7) THEN
               PERFORM WRITE-EIGHT-IN-A-ROW-ALERT
           END-IF.

      * S-chart on the within-batch standard deviation - limits from
      * the spread of the same trailing runs. Only an upper breach is
      * raised; a batch tighter than usual is no cause for review.
       CHECK-SPREAD-LIMITS.
           MOVE 0 TO WS-SPC-SUM
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-SPC-RUNS
               ADD SPC-SD-ENTRY(M) TO WS-SPC-SUM
           END-PERFORM
           COMPUTE WS-SD-CENTRE = WS-SPC-SUM / WS-SPC-RUNS
           MOVE 0 TO WS-SPC-SUMSQ
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-SPC-RUNS
               COMPUTE WS-SPC-SQ-TERM =
                   (SPC-SD-ENTRY(M) - WS-SD-CENTRE) ** 2
               ADD WS-SPC-SQ-TERM TO WS-SPC-SUMSQ
           END-PERFORM
           COMPUTE WS-SD-SIGMA =
               FUNCTION SQRT(WS-SPC-SUMSQ / WS-SPC-RUNS)
           COMPUTE WS-SD-UCL = WS-SD-CENTRE + 3 * WS-SD-SIGMA
           COMPUTE WS-SD-LCL = WS-SD-CENTRE - 3 * WS-SD-SIGMA
           IF WS-SD-LCL < 0 THEN
               MOVE 0 TO WS-SD-LCL
           END-IF
           IF WS-SD-SIGMA > 0 AND WS-STD-DEV > WS-SD-UCL THEN
               PERFORM WRITE-SPREAD-ALERT
           END-IF.

       INIT-ALERT-FIELDS.
           ADD 1 TO WS-RUN-SPC-ALERTS
           MOVE WS-RUN-DATE TO ALERT-DATE
           MOVE WS-BATCH-ID TO ALERT-BATCH-ID
           MOVE SPACES TO ALERT-INSTRUMENT-ID
           MOVE WS-SPC-UWL TO ALERT-HIGH-LIMIT
           WRITE ALERT-RECORD.

       WRITE-TWO-OF-THREE-ALERT.
           ADD 1 TO WS-RUN-R2O3-ALERTS
           PERFORM INIT-ALERT-FIELDS
           MOVE "R2O3" TO ALERT-TYPE
           MOVE "H" TO ALERT-SEVERITY
           MOVE WS-SPC-LWL TO ALERT-LOW-LIMIT
           MOVE WS-SPC-UWL TO ALERT-HIGH-LIMIT
           WRITE ALERT-RECORD
           DISPLAY "SPC ALERT - BATCH " WS-BATCH-ID
               " 2 OF 3 BEYOND 2 SIGMA".

       WRITE-FOUR-OF-FIVE-ALERT.
           ADD 1 TO WS-RUN-R4O5-ALERTS
           PERFORM INIT-ALERT-FIELDS
           MOVE "R4O5" TO ALERT-TYPE
           MOVE "M" TO ALERT-SEVERITY
           MOVE WS-SPC-LZL TO ALERT-LOW-LIMIT
           MOVE WS-SPC-UZL TO ALERT-HIGH-LIMIT
           WRITE ALERT-RECORD.

      * Both limits carry the centre line - the run is judged against
      * that alone.
       WRITE-EIGHT-IN-A-ROW-ALERT.
           ADD 1 TO WS-RUN-R8CL-ALERTS
           PERFORM INIT-ALERT-FIELDS
           MOVE "R8CL" TO ALERT-TYPE
           MOVE "M" TO ALERT-SEVERITY
           MOVE WS-GRAND-MEAN TO ALERT-LOW-LIMIT
           MOVE WS-GRAND-MEAN TO ALERT-HIGH-LIMIT
           WRITE ALERT-RECORD.

       WRITE-SPREAD-ALERT.
           ADD 1 TO WS-RUN-SDEV-ALERTS
           PERFORM INIT-ALERT-FIELDS
           MOVE "SDEV" TO ALERT-TYPE
           MOVE "H" TO ALERT-SEVERITY
           MOVE WS-STD-DEV TO ALERT-VALUE
           MOVE WS-SD-LCL TO ALERT-LOW-LIMIT
           MOVE WS-SD-UCL TO ALERT-HIGH-LIMIT
           WRITE ALERT-RECORD
           DISPLAY "SPC ALERT - BATCH " WS-BATCH-ID
               " SPREAD OUT OF CONTROL".

       FORMAT-RESULTS.
           MOVE SMALLEST TO WS-SMALL-EDIT
           MOVE LARGEST TO WS-LARGE-EDIT
      * then squared deviations once each instrument mean is known.
       COMPUTE-INSTRUMENT-STATS.
           MOVE 0 TO WS-INST-COUNT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-VALID-COUNT
               PERFORM FIND-INSTRUMENT-SLOT
               IF WS-INST-SUB > 0 THEN
           PERFORM VARYING NX FROM 1 BY 1 UNTIL NX > WS-INST-COUNT
               COMPUTE INST-STD-DEV(NX) = FUNCTION SQRT
                   (INST-SUMSQ(NX) / INST-RDG-COUNT(NX))
           END-PERFORM.

       FIND-INSTRUMENT-SLOT.
           MOVE 0 TO WS-INST-SUB
               END-IF
           END-PERFORM
           IF WS-INST-SUB = 0 THEN
               ADD 1 TO WS-INST-COUNT
               MOVE WS-INST-COUNT TO WS-INST-SUB
               MOVE NUM-INSTRUMENT(I) TO INST-ID(WS-INST-SUB)
               COMPUTE INST-BIAS(WS-INST-SUB) = NUM-RAW(I) - NUM(I)
               MOVE 0 TO INST-RDG-COUNT(WS-INST-SUB)
               MOVE 0 TO INST-SUM(WS-INST-SUB)
               COMPUTE INST-MIN(WS-INST-SUB) = WS-MAX-VALID + 1
               COMPUTE INST-MAX(WS-INST-SUB) = WS-MIN-VALID - 1
           END-IF.

       WRITE-INSTRUMENT-DETAIL.
               DELIMITED BY SIZE INTO SUMM-LINE
           END-STRING
           WRITE SUMM-RECORD
           MOVE WS-FILE-SEQ TO WS-FSEQ-EDIT
           MOVE SPACES TO SUMM-LINE
           STRING "INPUT FILE: SITE " WS-FILE-SITE-ID
               " SEQ " FUNCTION TRIM(WS-FSEQ-EDIT)
               " CREATED " WS-FILE-CREATE-DATE " " WS-FILE-CREATE-TIME
               DELIMITED BY SIZE INTO SUMM-LINE
           END-STRING
           WRITE SUMM-RECORD
           MOVE "BATCHES PROCESSED: " TO WS-SUMM-LABEL
           MOVE WS-RUN-BATCHES TO WS-SUMM-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "SPC WARNING-ZONE ALERTS: " TO WS-SUMM-LABEL
           MOVE WS-RUN-WARN-ALERTS TO WS-SUMM-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "SPC 2 OF 3 BEYOND 2 SIGMA ALERTS: " TO WS-SUMM-LABEL
           MOVE WS-RUN-R2O3-ALERTS TO WS-SUMM-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "SPC 4 OF 5 BEYOND 1 SIGMA ALERTS: " TO WS-SUMM-LABEL
           MOVE WS-RUN-R4O5-ALERTS TO WS-SUMM-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "SPC 8 IN A ROW ONE SIDE ALERTS: " TO WS-SUMM-LABEL
           MOVE WS-RUN-R8CL-ALERTS TO WS-SUMM-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "SPC SPREAD (S-CHART) ALERTS: " TO WS-SUMM-LABEL
           MOVE WS-RUN-SDEV-ALERTS TO WS-SUMM-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "RESUBMISSIONS APPLIED: " TO WS-SUMM-LABEL
           MOVE WS-RUN-RESUBMITS TO WS-SUMM-VALUE
           PERFORM WRITE-SUMMARY-LINE
               END-STRING
               WRITE SUMM-RECORD
           END-IF
           IF WS-RUN-SPC-ALERTS > 0 THEN
               MOVE SPACES TO SUMM-LINE
               STRING "*** SPC ALERTS RAISED THIS RUN"
                   " - REVIEW ALERTS.DAT"
               END-STRING
               WRITE SUMM-RECORD
           END-IF
           IF NOT FILE-ACCEPTED THEN
               MOVE SPACES TO SUMM-LINE
               STRING "*** INPUT FILE REJECTED (" WS-FILE-REJECT-CODE
                   ") - NOTHING POSTED - REVIEW EXCEPTIONS.DAT"
                   DELIMITED BY SIZE INTO SUMM-LINE
               END-STRING
               WRITE SUMM-RECORD
           ELSE
               IF NOT FILE-TRAILER-MATCHED THEN
                   MOVE SPACES TO SUMM-LINE
                   STRING "*** FILE TRAILER MISSING OR NOT MATCHED"
                       " - REVIEW EXCEPTIONS.DAT"
                       DELIMITED BY SIZE INTO SUMM-LINE
                   END-STRING
                   WRITE SUMM-RECORD
               END-IF
           END-IF
           MOVE SPACES TO SUMM-LINE
           STRING "END OF RUN SUMMARY" DELIMITED BY SIZE INTO SUMM-LINE
           END-STRING
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 30
           COMPUTE WS-CERT-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CERT-CUTOFF-INT)
           IF OPER-MASTER-OPEN THEN
               MOVE "N" TO WS-OPER-EOF
               MOVE LOW-VALUES TO OPER-ID
               START OPERATOR-MASTER KEY >= OPER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-OPER-EOF
               END-START
               PERFORM CHECK-ONE-CERT-EXPIRY UNTIL END-OF-OPER-MASTER
           END-IF.

       CHECK-ONE-CERT-EXPIRY.
           READ OPERATOR-MASTER NEXT
               AT END
                   MOVE "Y" TO WS-OPER-EOF
               NOT AT END
                   IF OPER-ACTIVE
                       AND OPER-CERTIFIED
                       AND OPER-CERT-EXPIRY >= WS-RUN-DATE
                       AND OPER-CERT-EXPIRY <= WS-CERT-CUTOFF-DATE THEN
                       MOVE SPACES TO SUMM-LINE
                       STRING "CERT EXPIRING: OPERATOR " OPER-ID
                           " ON " OPER-CERT-EXPIRY
                           DELIMITED BY SIZE INTO SUMM-LINE
                       END-STRING
                       WRITE SUMM-RECORD
                   END-IF
           END-READ.

       WRITE-SUMMARY-LINE.
           MOVE WS-SUMM-VALUE TO WS-SUMM-EDIT
           WRITE SUMM-RECORD.

      * 8 holds the downstream jobs hard - a batch is missing from
      * history or the file did not arrive whole. 4 lets them run but
      * flags the night for review. A rejected file never gets here -
      * it ends the run with 12.
       SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-RUN-RECON-FAILS > 0
                   OR NOT FILE-TRAILER-MATCHED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RUN-SPC-ALERTS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
               WS-RESUB-NOTE
               DELIMITED BY SIZE INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-RECORD
           IF BIAS-APPLIED THEN
               PERFORM WRITE-BIAS-AUDIT-LINE
           END-IF.

      * The figures on the line above are the corrected ones. When a
      * bias came off any reading, a second line carries the values
      * as corrected and the figures the raw values would have given.
       WRITE-BIAS-AUDIT-LINE.
           MOVE SPACES TO AUDIT-LINE
           STRING "TIMESTAMP: " WS-RUN-DATE WS-TIMESTAMP
               " OPERATOR: " WS-OPERATOR-ID
               " BATCH: " WS-BATCH-ID
               " BIAS-CORRECTED: " FUNCTION TRIM(WS-CORR-LIST)
               " RAW SMALLEST: " FUNCTION TRIM(WS-RAW-SMALL-EDIT)
               " RAW LARGEST: " FUNCTION TRIM(WS-RAW-LARGE-EDIT)
               " RAW MEAN: " FUNCTION TRIM(WS-RAW-MEAN-EDIT)
               DELIMITED BY SIZE INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-RECORD.

       WRITE-HISTORY.
           MOVE WS-OPERATOR-ID TO HIST-OPERATOR-ID
           MOVE SPACES TO HIST-MODE-LIST
           MOVE WS-MODE-LIST TO HIST-MODE-LIST
           MOVE WS-RAW-SMALLEST TO HIST-RAW-SMALLEST
           MOVE WS-RAW-LARGEST TO HIST-RAW-LARGEST
           MOVE WS-RAW-MEAN TO HIST-RAW-MEAN
           MOVE WS-RAW-STD-DEV TO HIST-RAW-STD-DEV
           WRITE HISTORY-RECORD
           PERFORM WRITE-HISTORY-INDEX.

               MOVE INST-MAX(NX) TO IHST-LARGEST
               MOVE INST-MEAN(NX) TO IHST-MEAN
               MOVE INST-STD-DEV(NX) TO IHST-STD-DEV
               MOVE INST-BIAS(NX) TO IHST-BIAS-OFFSET
               COMPUTE IHST-RAW-SMALLEST = INST-MIN(NX) + INST-BIAS(NX)
               COMPUTE IHST-RAW-LARGEST = INST-MAX(NX) + INST-BIAS(NX)
               COMPUTE IHST-RAW-MEAN = INST-MEAN(NX) + INST-BIAS(NX)
               WRITE INST-HISTORY-RECORD
           END-PERFORM.

      * Every result waits on QA before it goes anywhere. A resend
      * puts a released or held batch back to pending - the decision
      * was made on figures that have now been replaced.
       WRITE-PENDING-DISPOSITION.
           MOVE WS-RUN-DATE TO DISP-DATE
           MOVE WS-BATCH-ID TO DISP-BATCH-ID
           READ BATCH-DISPOSITION
               INVALID KEY
                   PERFORM INIT-PENDING-DISPOSITION
                   WRITE DISP-RECORD
                       INVALID KEY
                           PERFORM ABORT-DISPOSITION-WRITE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM INIT-PENDING-DISPOSITION
                   MOVE "RESUBMITTED - PRIOR DISPOSITION SET ASIDE"
                       TO DISP-REASON
                   REWRITE DISP-RECORD
                       INVALID KEY
                           PERFORM ABORT-DISPOSITION-WRITE
                   END-REWRITE
           END-READ.

      * A batch on history with no pending row would never be put
      * before QA, so the run stops and the checkpoint brings the
      * batch back in on the rerun.
       ABORT-DISPOSITION-WRITE.
           DISPLAY "Cannot record disposition " DISP-DATE " "
               DISP-BATCH-ID " - status " WS-DISP-STATUS
               " - RUN ABORTED"
           PERFORM CLOSE-RUN-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       INIT-PENDING-DISPOSITION.
           MOVE WS-RUN-DATE TO DISP-DATE
           MOVE WS-BATCH-ID TO DISP-BATCH-ID
           MOVE "P" TO DISP-STATUS
           MOVE SPACES TO DISP-REVIEWER
           MOVE 0 TO DISP-REVIEW-DATE
           MOVE SPACES TO DISP-REASON.

      * Same copy-through-TMP dance as the batch history - line
      * sequential has no REWRITE. Resubmissions are rare enough that
      * the full copy does not hurt here.
