       IDENTIFICATION DIVISION.
       PROGRAM-ID. CertOfAnalysis.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COA-REQUEST-FILE ASSIGN TO "COA-REQUEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT STATS-HISTORY-FILE ASSIGN TO "STATS-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT INST-HISTORY-FILE ASSIGN TO "INST-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IHST-STATUS.
           SELECT SERIES-PARM-FILE ASSIGN TO "SERIES-PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERPARM-STATUS.
           SELECT INSTRUMENT-MASTER ASSIGN TO "INSTRUMENT-MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSM-ID
               FILE STATUS IS WS-INSM-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT BATCH-DISPOSITION ASSIGN TO "BATCH-DISPOSITION.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISP-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT COA-RPT ASSIGN TO "COA-RPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COA-REQUEST-FILE.
       COPY COAREQ.
       FD  STATS-HISTORY-FILE.
       COPY HISTREC.
       FD  INST-HISTORY-FILE.
       COPY IHSTREC.
       FD  SERIES-PARM-FILE.
       COPY SERPARM.
       FD  INSTRUMENT-MASTER.
       COPY INSTREC.
       FD  OPERATOR-MASTER.
       COPY OPERREC.
       FD  EXCEPTIONS-FILE.
       COPY EXCPREC.
       FD  BATCH-DISPOSITION.
       COPY DISPREC.
       FD  COA-RPT.
       COPY RPTREC.
       WORKING-STORAGE SECTION.
       01 WS-REQ-STATUS PIC X(2).
       01 WS-HIST-STATUS PIC X(2).
       01 WS-IHST-STATUS PIC X(2).
       01 WS-SERPARM-STATUS PIC X(2).
       01 WS-INSM-STATUS PIC X(2).
       01 WS-OPER-STATUS PIC X(2).
       01 WS-EXCP-STATUS PIC X(2).
       01 WS-DISP-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-DISP-OPEN-FLAG PIC X(1) VALUE "N".
           88 DISPOSITIONS-OPEN VALUE "Y".
       01 WS-REQ-EOF PIC X(1) VALUE "N".
           88 END-OF-REQUESTS VALUE "Y".
       01 WS-HIST-EOF PIC X(1).
           88 END-OF-HISTORY VALUE "Y".
       01 WS-IHST-EOF PIC X(1).
           88 END-OF-INST-HISTORY VALUE "Y".
       01 WS-SERPARM-EOF PIC X(1).
           88 END-OF-SERIES-PARMS VALUE "Y".
       01 WS-EXCP-EOF PIC X(1).
           88 END-OF-EXCEPTIONS VALUE "Y".
       01 WS-ANSWER PIC X(10).
       01 WS-COA-DATE PIC 9(8).
       01 WS-COA-BATCH-ID PIC X(6).
       01 WS-FOUND-FLAG PIC X(1).
           88 LIVE-RESULT-FOUND VALUE "Y".
       01 WS-SPEC-FLAG PIC X(1).
           88 SPEC-ON-FILE VALUE "Y".
       01 WS-INSM-FOUND-FLAG PIC X(1).
           88 INSTRUMENT-FOUND VALUE "Y".
       01 WS-OPER-FOUND-FLAG PIC X(1).
           88 OPERATOR-FOUND VALUE "Y".
       01 WS-RELEASED-FLAG PIC X(1).
           88 BATCH-IS-RELEASED VALUE "Y".
       01 WS-COA-SMALLEST PIC S9(3)V9(2).
       01 WS-COA-LARGEST PIC S9(3)V9(2).
       01 WS-COA-MEAN PIC S9(3)V9(2).
       01 WS-COA-STD-DEV PIC S9(3)V9(2).
       01 WS-COA-OPERATOR-ID PIC X(8).
       01 WS-INSM-DESC PIC X(30).
       01 WS-INSM-LAST-CAL PIC 9(8).
       01 WS-INSM-NEXT-CAL PIC 9(8).
       01 WS-OPER-NAME PIC X(30).
       01 WS-OPER-CERT PIC X(1).
           88 OPERATOR-CERTIFIED VALUE "C".
       01 WS-OPER-EXPIRY PIC 9(8).
       01 WS-SPEC-LSL PIC S9(3)V9(2).
       01 WS-SPEC-USL PIC S9(3)V9(2).
       01 WS-VERDICT PIC X(4).
       01 WS-DISP-TEXT PIC X(9).
       01 WS-CERT-TEXT PIC X(40).
       01 WS-CAL-TEXT PIC X(24).
       01 WS-OPEN-EXCP-COUNT PIC 9(4).
       01 WS-INST-COUNT PIC 9(3).
       01 WS-TOTAL-READINGS PIC 9(5).
       01 WS-REQUEST-COUNT PIC 9(5) VALUE 0.
       01 WS-ISSUED-COUNT PIC 9(5) VALUE 0.
       01 WS-NFR-COUNT PIC 9(5) VALUE 0.
       01 WS-NOT-ISSUED-COUNT PIC 9(5) VALUE 0.
       01 WS-SMALL-EDIT PIC ---9.99.
       01 WS-LARGE-EDIT PIC ---9.99.
       01 WS-MEAN-EDIT PIC ---9.99.
       01 WS-SD-EDIT PIC ---9.99.
       01 WS-LSL-EDIT PIC ---9.99.
       01 WS-USL-EDIT PIC ---9.99.
       01 WS-RDG-EDIT PIC ZZZZ9.
       01 WS-COUNT-EDIT PIC ZZZ9.
       PROCEDURE DIVISION.
      * One Certificate of Analysis per requested date and batch. The
      * requests come from COA-REQUEST.DAT, one per line; without that
      * file a single batch is asked for at the terminal. Only the live
      * history rows are ever certified - a superseded result was
      * replaced by a resend and must not reach a customer.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT BATCH-DISPOSITION
           IF WS-DISP-STATUS = "00" THEN
               MOVE "Y" TO WS-DISP-OPEN-FLAG
           END-IF
           OPEN OUTPUT COA-RPT
           PERFORM WRITE-COA-HEADER.
           OPEN INPUT COA-REQUEST-FILE
           IF WS-REQ-STATUS = "00" THEN
               PERFORM READ-ONE-REQUEST UNTIL END-OF-REQUESTS
               CLOSE COA-REQUEST-FILE
           ELSE
               PERFORM ASK-FOR-BATCH
           END-IF
           PERFORM WRITE-COA-TRAILER.
           CLOSE COA-RPT
           IF DISPOSITIONS-OPEN THEN
               CLOSE BATCH-DISPOSITION
           END-IF
           DISPLAY "Certificates requested:      " WS-REQUEST-COUNT
           DISPLAY "Certificates issued:         " WS-ISSUED-COUNT
           DISPLAY "  marked NOT FOR RELEASE:    " WS-NFR-COUNT
           DISPLAY "Not issued - no live result: " WS-NOT-ISSUED-COUNT
           STOP RUN.

       READ-ONE-REQUEST.
           READ COA-REQUEST-FILE
               AT END
                   MOVE "Y" TO WS-REQ-EOF
               NOT AT END
                   IF COAREQ-DATE IS NUMERIC
                       AND COAREQ-BATCH-ID NOT = SPACES THEN
                       MOVE COAREQ-DATE TO WS-COA-DATE
                       MOVE COAREQ-BATCH-ID TO WS-COA-BATCH-ID
                       PERFORM PRODUCE-ONE-COA
                   ELSE
                       DISPLAY "COA-REQUEST.DAT line ignored - "
                           "bad date or blank batch: " COAREQ-RECORD
                   END-IF
           END-READ.

       ASK-FOR-BATCH.
           DISPLAY "COA-REQUEST.DAT not found - single certificate"
           DISPLAY "BATCH ID: " WITH NO ADVANCING
           ACCEPT WS-COA-BATCH-ID
           DISPLAY "DATE TESTED YYYYMMDD: " WITH NO ADVANCING
           ACCEPT WS-ANSWER
           IF WS-COA-BATCH-ID NOT = SPACES
               AND WS-ANSWER NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ANSWER) = 0 THEN
               COMPUTE WS-COA-DATE = FUNCTION NUMVAL(WS-ANSWER)
               PERFORM PRODUCE-ONE-COA
           ELSE
               DISPLAY "Batch ID and date are both required"
           END-IF.

       PRODUCE-ONE-COA.
           ADD 1 TO WS-REQUEST-COUNT
           PERFORM FIND-LIVE-RESULT
           IF NOT LIVE-RESULT-FOUND THEN
               ADD 1 TO WS-NOT-ISSUED-COUNT
               PERFORM WRITE-NOT-ISSUED
           ELSE
               ADD 1 TO WS-ISSUED-COUNT
               PERFORM COUNT-OPEN-EXCEPTIONS
               PERFORM CHECK-BATCH-RELEASED
               PERFORM FIND-SPEC-LIMITS
               PERFORM WRITE-COA-HEADING
               PERFORM WRITE-RELEASE-MARKING
               PERFORM WRITE-BATCH-RESULTS
               PERFORM WRITE-INSTRUMENT-RESULTS
               PERFORM WRITE-OPERATOR-LINE
               PERFORM WRITE-DISPOSITION-LINE
               PERFORM WRITE-OPEN-EXCEPTIONS
               PERFORM WRITE-END-OF-CERTIFICATE
           END-IF.

      * A resend leaves the old row superseded beside the new live
      * one, so the match has to be on the live row only.
       FIND-LIVE-RESULT.
           MOVE "N" TO WS-FOUND-FLAG
           MOVE "N" TO WS-HIST-EOF
           OPEN INPUT STATS-HISTORY-FILE
           IF WS-HIST-STATUS = "00" THEN
               PERFORM READ-ONE-HISTORY-ROW
                   UNTIL END-OF-HISTORY OR LIVE-RESULT-FOUND
               CLOSE STATS-HISTORY-FILE
           END-IF.

       READ-ONE-HISTORY-ROW.
           READ STATS-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF
               NOT AT END
                   IF HIST-DATE = WS-COA-DATE
                       AND HIST-BATCH-ID = WS-COA-BATCH-ID
                       AND HIST-ACTIVE THEN
                       MOVE "Y" TO WS-FOUND-FLAG
                       MOVE HIST-SMALLEST TO WS-COA-SMALLEST
                       MOVE HIST-LARGEST TO WS-COA-LARGEST
                       MOVE HIST-MEAN TO WS-COA-MEAN
                       MOVE HIST-STD-DEV TO WS-COA-STD-DEV
                       MOVE HIST-OPERATOR-ID TO WS-COA-OPERATOR-ID
                   END-IF
           END-READ.

       COUNT-OPEN-EXCEPTIONS.
           MOVE 0 TO WS-OPEN-EXCP-COUNT
           MOVE "N" TO WS-EXCP-EOF
           OPEN INPUT EXCEPTIONS-FILE
           IF WS-EXCP-STATUS = "00" THEN
               PERFORM COUNT-ONE-EXCEPTION UNTIL END-OF-EXCEPTIONS
               CLOSE EXCEPTIONS-FILE
           END-IF.

       COUNT-ONE-EXCEPTION.
           READ EXCEPTIONS-FILE
               AT END
                   MOVE "Y" TO WS-EXCP-EOF
               NOT AT END
                   IF EXCP-DATE = WS-COA-DATE
                       AND EXCP-BATCH-ID = WS-COA-BATCH-ID
                       AND EXCP-OPEN THEN
                       ADD 1 TO WS-OPEN-EXCP-COUNT
                   END-IF
           END-READ.

      * No disposition row means the batch was never put up for
      * review, so it is treated the same as one still pending.
       CHECK-BATCH-RELEASED.
           MOVE "N" TO WS-RELEASED-FLAG
           MOVE "NONE" TO WS-DISP-TEXT
           MOVE SPACES TO DISP-REVIEWER
           MOVE 0 TO DISP-REVIEW-DATE
           MOVE SPACES TO DISP-REASON
           IF DISPOSITIONS-OPEN THEN
               MOVE WS-COA-DATE TO DISP-DATE
               MOVE WS-COA-BATCH-ID TO DISP-BATCH-ID
               READ BATCH-DISPOSITION
                   INVALID KEY
                       MOVE SPACES TO DISP-REVIEWER
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN DISP-PENDING
                               MOVE "PENDING" TO WS-DISP-TEXT
                           WHEN DISP-RELEASED
                               MOVE "RELEASED" TO WS-DISP-TEXT
                               MOVE "Y" TO WS-RELEASED-FLAG
                           WHEN DISP-HELD
                               MOVE "HELD" TO WS-DISP-TEXT
                           WHEN DISP-REJECTED
                               MOVE "REJECTED" TO WS-DISP-TEXT
                       END-EVALUATE
               END-READ
           END-IF.

       FIND-SPEC-LIMITS.
           MOVE "N" TO WS-SPEC-FLAG
           MOVE "N" TO WS-SERPARM-EOF
           OPEN INPUT SERIES-PARM-FILE
           IF WS-SERPARM-STATUS = "00" THEN
               PERFORM READ-ONE-SERIES-PARM
                   UNTIL END-OF-SERIES-PARMS OR SPEC-ON-FILE
               CLOSE SERIES-PARM-FILE
           END-IF.

       READ-ONE-SERIES-PARM.
           READ SERIES-PARM-FILE
               AT END
                   MOVE "Y" TO WS-SERPARM-EOF
               NOT AT END
                   IF SER-BATCH-ID = WS-COA-BATCH-ID THEN
                       MOVE "Y" TO WS-SPEC-FLAG
                       MOVE SER-LSL TO WS-SPEC-LSL
                       MOVE SER-USL TO WS-SPEC-USL
                   END-IF
           END-READ.

      * Every reading has to sit inside the spec for a pass, so the
      * verdict is taken on the smallest and largest, not the mean.
       JUDGE-AGAINST-SPEC.
           EVALUATE TRUE
               WHEN NOT SPEC-ON-FILE
                   MOVE "N/A" TO WS-VERDICT
               WHEN WS-COA-SMALLEST < WS-SPEC-LSL
                   OR WS-COA-LARGEST > WS-SPEC-USL
                   MOVE "FAIL" TO WS-VERDICT
               WHEN OTHER
                   MOVE "PASS" TO WS-VERDICT
           END-EVALUATE.

       JUDGE-INSTRUMENT-AGAINST-SPEC.
           IF NOT SPEC-ON-FILE THEN
               MOVE "N/A" TO WS-VERDICT
           ELSE
               IF IHST-SMALLEST < WS-SPEC-LSL
                   OR IHST-LARGEST > WS-SPEC-USL THEN
                   MOVE "FAIL" TO WS-VERDICT
               ELSE
                   MOVE "PASS" TO WS-VERDICT
               END-IF
           END-IF.

       WRITE-NOT-ISSUED.
           MOVE SPACES TO RPT-LINE
           STRING "NO CERTIFICATE ISSUED - DATE: " WS-COA-DATE
               " BATCH: " WS-COA-BATCH-ID
               " - NO LIVE RESULT ON STATS-HISTORY.DAT"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD.

       WRITE-COA-HEADING.
           MOVE ALL "=" TO RPT-LINE(1:72)
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-LINE
           STRING "CERTIFICATE OF ANALYSIS"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-LINE
           STRING "BATCH: " WS-COA-BATCH-ID
               "  DATE TESTED: " WS-COA-DATE
               "  DATE ISSUED: " WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD.

       WRITE-RELEASE-MARKING.
           IF WS-OPEN-EXCP-COUNT > 0 OR NOT BATCH-IS-RELEASED THEN
               ADD 1 TO WS-NFR-COUNT
               MOVE WS-OPEN-EXCP-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO RPT-LINE
               IF WS-OPEN-EXCP-COUNT > 0 THEN
                   STRING "*** NOT FOR RELEASE - "
                       FUNCTION TRIM(WS-COUNT-EDIT)
                       " OPEN EXCEPTION(S) AGAINST THIS BATCH ***"
                       DELIMITED BY SIZE INTO RPT-LINE
                   END-STRING
               ELSE
                   STRING "*** NOT FOR RELEASE - BATCH DISPOSITION "
                       FUNCTION TRIM(WS-DISP-TEXT) " ***"
                       DELIMITED BY SIZE INTO RPT-LINE
                   END-STRING
               END-IF
               WRITE RPT-RECORD
           END-IF.

       WRITE-BATCH-RESULTS.
           MOVE WS-COA-SMALLEST TO WS-SMALL-EDIT
           MOVE WS-COA-LARGEST TO WS-LARGE-EDIT
           MOVE WS-COA-MEAN TO WS-MEAN-EDIT
           MOVE WS-COA-STD-DEV TO WS-SD-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "BATCH RESULTS   MEAN: " FUNCTION TRIM(WS-MEAN-EDIT)
               "  STD DEV: " FUNCTION TRIM(WS-SD-EDIT)
               "  SMALLEST: " FUNCTION TRIM(WS-SMALL-EDIT)
               "  LARGEST: " FUNCTION TRIM(WS-LARGE-EDIT)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD
           PERFORM JUDGE-AGAINST-SPEC
           MOVE SPACES TO RPT-LINE
           IF SPEC-ON-FILE THEN
               MOVE WS-SPEC-LSL TO WS-LSL-EDIT
               MOVE WS-SPEC-USL TO WS-USL-EDIT
               STRING "SPECIFICATION   LSL: " FUNCTION TRIM(WS-LSL-EDIT)
                   "  USL: " FUNCTION TRIM(WS-USL-EDIT)
                   "  VERDICT: " WS-VERDICT
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           ELSE
               STRING "SPECIFICATION   NOT ON SERIES-PARM.DAT"
                   " - NO VERDICT GIVEN"
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           END-IF
           WRITE RPT-RECORD.

       WRITE-INSTRUMENT-RESULTS.
           MOVE 0 TO WS-INST-COUNT
           MOVE 0 TO WS-TOTAL-READINGS
           MOVE "N" TO WS-IHST-EOF
           OPEN INPUT INST-HISTORY-FILE
           IF WS-IHST-STATUS = "00" THEN
               PERFORM REPORT-ONE-INST-ROW UNTIL END-OF-INST-HISTORY
               CLOSE INST-HISTORY-FILE
           END-IF
           MOVE SPACES TO RPT-LINE
           IF WS-INST-COUNT = 0 THEN
               STRING "INSTRUMENTS     NO PER-INSTRUMENT FIGURES ON "
                   "INST-HISTORY.DAT"
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           ELSE
               MOVE WS-TOTAL-READINGS TO WS-RDG-EDIT
               STRING "TOTAL READINGS: " FUNCTION TRIM(WS-RDG-EDIT)
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           END-IF
           WRITE RPT-RECORD.

       REPORT-ONE-INST-ROW.
           READ INST-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-IHST-EOF
               NOT AT END
                   IF IHST-DATE = WS-COA-DATE
                       AND IHST-BATCH-ID = WS-COA-BATCH-ID
                       AND IHST-ACTIVE THEN
                       ADD 1 TO WS-INST-COUNT
                       ADD IHST-RDG-COUNT TO WS-TOTAL-READINGS
                       PERFORM FIND-INSTRUMENT
                       PERFORM WRITE-ONE-INSTRUMENT
                   END-IF
           END-READ.

       FIND-INSTRUMENT.
           MOVE "N" TO WS-INSM-FOUND-FLAG
           OPEN INPUT INSTRUMENT-MASTER
           IF WS-INSM-STATUS = "00" THEN
               MOVE IHST-INSTRUMENT-ID TO INSM-ID
               READ INSTRUMENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-INSM-FOUND-FLAG
                       MOVE INSM-DESC TO WS-INSM-DESC
                       MOVE INSM-LAST-CAL-DATE TO WS-INSM-LAST-CAL
                       MOVE INSM-NEXT-CAL-DATE TO WS-INSM-NEXT-CAL
               END-READ
               CLOSE INSTRUMENT-MASTER
           END-IF.

      * The calibration dates are those on the master today. A due
      * date already past when the batch was tested is called out.
       WRITE-ONE-INSTRUMENT.
           MOVE IHST-RDG-COUNT TO WS-RDG-EDIT
           MOVE IHST-MEAN TO WS-MEAN-EDIT
           MOVE IHST-STD-DEV TO WS-SD-EDIT
           MOVE IHST-SMALLEST TO WS-SMALL-EDIT
           MOVE IHST-LARGEST TO WS-LARGE-EDIT
           PERFORM JUDGE-INSTRUMENT-AGAINST-SPEC
           MOVE SPACES TO RPT-LINE
           STRING "INSTRUMENT: " IHST-INSTRUMENT-ID
               "  READINGS: " FUNCTION TRIM(WS-RDG-EDIT)
               "  MEAN: " FUNCTION TRIM(WS-MEAN-EDIT)
               "  STD DEV: " FUNCTION TRIM(WS-SD-EDIT)
               "  SMALLEST: " FUNCTION TRIM(WS-SMALL-EDIT)
               "  LARGEST: " FUNCTION TRIM(WS-LARGE-EDIT)
               "  VERDICT: " WS-VERDICT
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-LINE
           IF INSTRUMENT-FOUND THEN
               MOVE SPACES TO WS-CAL-TEXT
               IF WS-INSM-NEXT-CAL < WS-COA-DATE THEN
                   MOVE "  CAL OVERDUE AT TEST" TO WS-CAL-TEXT
               END-IF
               STRING "    " FUNCTION TRIM(WS-INSM-DESC)
                   "  LAST CAL: " WS-INSM-LAST-CAL
                   "  NEXT CAL: " WS-INSM-NEXT-CAL
                   WS-CAL-TEXT
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           ELSE
               STRING "    NOT ON INSTRUMENT MASTER"
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           END-IF
           WRITE RPT-RECORD.

       FIND-OPERATOR.
           MOVE "N" TO WS-OPER-FOUND-FLAG
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPER-STATUS = "00" THEN
               MOVE WS-COA-OPERATOR-ID TO OPER-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-OPER-FOUND-FLAG
                       MOVE OPER-NAME TO WS-OPER-NAME
                       MOVE OPER-CERT-STATUS TO WS-OPER-CERT
                       MOVE OPER-CERT-EXPIRY TO WS-OPER-EXPIRY
               END-READ
               CLOSE OPERATOR-MASTER
           END-IF.

      * Certification is judged as at the test date, the same test
      * Statistics applied on the day against the run date.
       WRITE-OPERATOR-LINE.
           PERFORM FIND-OPERATOR
           MOVE SPACES TO WS-CERT-TEXT
           EVALUATE TRUE
               WHEN NOT OPERATOR-FOUND
                   MOVE "NOT ON OPERATOR MASTER" TO WS-CERT-TEXT
               WHEN NOT OPERATOR-CERTIFIED
                   MOVE "NOT CERTIFIED" TO WS-CERT-TEXT
               WHEN WS-OPER-EXPIRY < WS-COA-DATE
                   STRING "CERTIFICATION EXPIRED " WS-OPER-EXPIRY
                       DELIMITED BY SIZE INTO WS-CERT-TEXT
                   END-STRING
               WHEN OTHER
                   STRING "CERTIFIED - EXPIRES " WS-OPER-EXPIRY
                       DELIMITED BY SIZE INTO WS-CERT-TEXT
                   END-STRING
           END-EVALUATE
           MOVE SPACES TO RPT-LINE
           IF OPERATOR-FOUND THEN
               STRING "TESTED BY: " FUNCTION TRIM(WS-COA-OPERATOR-ID)
                   " " FUNCTION TRIM(WS-OPER-NAME)
                   "  " FUNCTION TRIM(WS-CERT-TEXT)
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           ELSE
               STRING "TESTED BY: " FUNCTION TRIM(WS-COA-OPERATOR-ID)
                   "  " FUNCTION TRIM(WS-CERT-TEXT)
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           END-IF
           WRITE RPT-RECORD.

       WRITE-DISPOSITION-LINE.
           MOVE SPACES TO RPT-LINE
           IF DISP-REVIEWER = SPACES THEN
               STRING "DISPOSITION: " WS-DISP-TEXT
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           ELSE
               STRING "DISPOSITION: " FUNCTION TRIM(WS-DISP-TEXT)
                   " BY " FUNCTION TRIM(DISP-REVIEWER)
                   " ON " DISP-REVIEW-DATE
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           END-IF
           WRITE RPT-RECORD.

       WRITE-OPEN-EXCEPTIONS.
           IF WS-OPEN-EXCP-COUNT > 0 THEN
               MOVE "N" TO WS-EXCP-EOF
               OPEN INPUT EXCEPTIONS-FILE
               IF WS-EXCP-STATUS = "00" THEN
                   PERFORM LIST-ONE-EXCEPTION UNTIL END-OF-EXCEPTIONS
                   CLOSE EXCEPTIONS-FILE
               END-IF
           END-IF.

       LIST-ONE-EXCEPTION.
           READ EXCEPTIONS-FILE
               AT END
                   MOVE "Y" TO WS-EXCP-EOF
               NOT AT END
                   IF EXCP-DATE = WS-COA-DATE
                       AND EXCP-BATCH-ID = WS-COA-BATCH-ID
                       AND EXCP-OPEN THEN
                       MOVE SPACES TO RPT-LINE
                       STRING "  OPEN EXCEPTION " EXCP-REASON-CODE
                           ": " FUNCTION TRIM(EXCP-TEXT)
                           DELIMITED BY SIZE INTO RPT-LINE
                       END-STRING
                       WRITE RPT-RECORD
                   END-IF
           END-READ.

       WRITE-END-OF-CERTIFICATE.
           MOVE SPACES TO RPT-LINE
           STRING "END OF CERTIFICATE" DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD.

       WRITE-COA-HEADER.
           MOVE SPACES TO RPT-LINE
           STRING "CERTIFICATE OF ANALYSIS REPORT - RUN DATE: "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD.

       WRITE-COA-TRAILER.
           MOVE SPACES TO RPT-LINE
           STRING "END OF REPORT" DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD.
