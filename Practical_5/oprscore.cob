       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorScorecard.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-PARM-FILE ASSIGN TO "SCORE-PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRPARM-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT STATS-HISTORY-FILE ASSIGN TO "STATS-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT STATS-HISTORY-IDX ASSIGN TO "STATS-HISTORY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTIDX-KEY
               ALTERNATE RECORD KEY IS HISTIDX-BATCH-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-IDX-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT ALERTS-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT SCORECARD-RPT ASSIGN TO "OPER-SCORECARD-RPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-PARM-FILE.
       COPY SCRPARM.
       FD  OPERATOR-MASTER.
       COPY OPERREC.
       FD  STATS-HISTORY-FILE.
       COPY HISTREC.
       FD  STATS-HISTORY-IDX.
       COPY HISTIDX.
       FD  EXCEPTIONS-FILE.
       COPY EXCPREC.
       FD  ALERTS-FILE.
       COPY ALERTREC.
       FD  SCORECARD-RPT.
       COPY RPTREC.
       WORKING-STORAGE SECTION.
       78  WS-MAX-SCORES VALUE 1000.
       78  WS-REASON-CODE-COUNT VALUE 9.
       01 WS-SCRPARM-STATUS PIC X(2).
       01 WS-OPER-STATUS PIC X(2).
       01 WS-HIST-STATUS PIC X(2).
       01 WS-IDX-STATUS PIC X(2).
       01 WS-EXCP-STATUS PIC X(2).
       01 WS-ALERT-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-FLAG-PCT PIC 9(3) VALUE 150.
       01 WS-OPER-OPEN-FLAG PIC X(1) VALUE "N".
           88 OPER-MASTER-OPEN VALUE "Y".
       01 WS-HIST-EOF PIC X(1) VALUE "N".
           88 END-OF-HISTORY VALUE "Y".
       01 WS-EXCP-EOF PIC X(1) VALUE "N".
           88 END-OF-EXCEPTIONS VALUE "Y".
       01 WS-ALERT-EOF PIC X(1) VALUE "N".
           88 END-OF-ALERTS VALUE "Y".
       01 WS-IDX-OPEN-FLAG PIC X(1) VALUE "N".
           88 INDEX-OPEN VALUE "Y".
       01 WS-FULL-FLAG PIC X(1) VALUE "N".
           88 SCORE-TABLE-FULL VALUE "Y".
      * Reading and batch reject codes in the order they are reported.
      * Reconciliation failures are kept apart - they have a column of
      * their own.
       01 WS-REASON-CODE-LIST PIC X(36)
               VALUE "RANGOVSZMTBHOPEROPINCERTINUNININICAL".
       01 WS-REASON-CODE-TABLE REDEFINES WS-REASON-CODE-LIST.
          05 WS-REASON-CODE PIC X(4)
                  OCCURS WS-REASON-CODE-COUNT TIMES INDEXED BY RX.
      * One entry per operator per month, kept in operator then month
      * order as it is built so the report reads straight down it.
       01 WS-SCORE-COUNT PIC 9(4) VALUE 0.
       01 SCORE-TABLE.
          05 SCORE-ENTRY OCCURS WS-MAX-SCORES TIMES INDEXED BY SX.
             10 SC-KEY.
                15 SC-OPER-ID PIC X(8).
                15 SC-MONTH PIC 9(6).
             10 SC-BATCHES PIC 9(5).
             10 SC-RESUBMITS PIC 9(5).
             10 SC-RECON-FAILS PIC 9(5).
             10 SC-ALERTS PIC 9(5).
             10 SC-UNCERT-DAYS PIC 9(3).
             10 SC-LAST-CERT-DATE PIC 9(8).
             10 SC-REJECTS PIC 9(5).
             10 SC-CODE-COUNT PIC 9(5)
                     OCCURS WS-REASON-CODE-COUNT TIMES.
       01 WS-FIND-KEY.
          05 WS-FIND-OPER-ID PIC X(8).
          05 WS-FIND-MONTH PIC 9(6).
       01 WS-FIND-DATE PIC 9(8).
       01 WS-SCORE-SUB PIC 9(4).
       01 WS-SHIFT-SUB PIC 9(4).
       01 WS-LAB-BATCHES PIC 9(7) VALUE 0.
       01 WS-LAB-REJECTS PIC 9(7) VALUE 0.
       01 WS-LAB-RESUBMITS PIC 9(7) VALUE 0.
       01 WS-LAB-REJECT-RATE PIC 9(5)V9(4) VALUE 0.
       01 WS-LAB-RESUB-RATE PIC 9(5)V9(4) VALUE 0.
       01 WS-REJECT-LIMIT PIC 9(5)V9(4).
       01 WS-RESUB-LIMIT PIC 9(5)V9(4).
       01 WS-CURRENT-OPER-ID PIC X(8).
       01 WS-TOT-BATCHES PIC 9(7).
       01 WS-TOT-REJECTS PIC 9(7).
       01 WS-TOT-RESUBMITS PIC 9(7).
       01 WS-TOT-RECON-FAILS PIC 9(7).
       01 WS-TOT-ALERTS PIC 9(7).
       01 WS-TOT-UNCERT-DAYS PIC 9(5).
       01 WS-OPER-REJECT-RATE PIC 9(5)V9(4).
       01 WS-OPER-RESUB-RATE PIC 9(5)V9(4).
       01 WS-FLAGGED-COUNT PIC 9(3) VALUE 0.
       01 WS-CODE-LIST PIC X(200).
       01 WS-CODE-PTR PIC 9(3).
       01 WS-COUNT-EDIT PIC ZZZZZZ9.
       01 WS-BATCH-EDIT PIC ZZZZZZ9.
       01 WS-REJECT-EDIT PIC ZZZZZZ9.
       01 WS-RECON-EDIT PIC ZZZZZZ9.
       01 WS-RESUB-EDIT PIC ZZZZZZ9.
       01 WS-ALERT-EDIT PIC ZZZZZZ9.
       01 WS-UNCERT-EDIT PIC ZZZZ9.
       01 WS-RATE-EDIT PIC ZZZZ9.99.
       01 WS-RATE2-EDIT PIC ZZZZ9.99.
       01 WS-PCT-EDIT PIC ZZ9.
       PROCEDURE DIVISION.
      * Monthly figures per operator for the lab manager - batches
      * run, rejects by reason code, reconciliation failures,
      * resubmissions, SPC alerts on their batches and days worked
      * uncertified. Reject and resubmission rates are per batch run;
      * an operator running above the lab rate by the percentage on
      * SCORE-PARM.DAT is flagged for training.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-SCORE-PARAMETERS.
           PERFORM OPEN-OPERATOR-MASTER.
           PERFORM SCORE-HISTORY.
           PERFORM SCORE-EXCEPTIONS.
           PERFORM SCORE-ALERTS.
           OPEN OUTPUT SCORECARD-RPT
           PERFORM WRITE-SCORECARD-HEADER.
           IF WS-SCORE-COUNT = 0 THEN
               PERFORM WRITE-NO-ACTIVITY-LINE
           ELSE
               PERFORM COMPUTE-LAB-AVERAGES
               PERFORM WRITE-LAB-AVERAGE-LINE
               MOVE SPACES TO WS-CURRENT-OPER-ID
               PERFORM VARYING SX FROM 1 BY 1
                       UNTIL SX > WS-SCORE-COUNT
                   PERFORM REPORT-ONE-SCORE
               END-PERFORM
               PERFORM WRITE-OPERATOR-TOTAL
               PERFORM WRITE-FLAGGED-COUNT-LINE
           END-IF
           PERFORM WRITE-SCORECARD-TRAILER.
           CLOSE SCORECARD-RPT
           IF OPER-MASTER-OPEN THEN
               CLOSE OPERATOR-MASTER
           END-IF
           STOP RUN.

      * With no parameter file the scorecard covers the month to date.
       READ-SCORE-PARAMETERS.
           MOVE WS-RUN-DATE TO WS-FROM-DATE
           MOVE "01" TO WS-FROM-DATE(7:2)
           MOVE WS-RUN-DATE TO WS-TO-DATE
           OPEN INPUT SCORE-PARM-FILE
           IF WS-SCRPARM-STATUS = "00" THEN
               READ SCORE-PARM-FILE
                   NOT AT END
                       IF SCRPARM-FROM-DATE IS NUMERIC
                           AND SCRPARM-FROM-DATE > 0 THEN
                           MOVE SCRPARM-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF SCRPARM-TO-DATE IS NUMERIC
                           AND SCRPARM-TO-DATE > 0 THEN
                           MOVE SCRPARM-TO-DATE TO WS-TO-DATE
                       END-IF
                       IF SCRPARM-FLAG-PCT IS NUMERIC
                           AND SCRPARM-FLAG-PCT > 100 THEN
                           MOVE SCRPARM-FLAG-PCT TO WS-FLAG-PCT
                       END-IF
               END-READ
               CLOSE SCORE-PARM-FILE
           END-IF.

      * The master is read by key as each operator's section starts,
      * so it stays open for the whole run.
       OPEN-OPERATOR-MASTER.
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPER-STATUS = "00" THEN
               MOVE "Y" TO WS-OPER-OPEN-FLAG
           ELSE
               DISPLAY "OPERATOR-MASTER.IDX not found - "
                   "cert expiry not shown"
           END-IF.

      * A live row is a batch run. A superseded row is a result that
      * had to be resent, so it counts as a resubmission against the
      * operator who ran it the first time.
       SCORE-HISTORY.
           OPEN INPUT STATS-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00" THEN
               DISPLAY "STATS-HISTORY.DAT not found - "
                   "no batches to score"
           ELSE
               PERFORM SCORE-ONE-HISTORY UNTIL END-OF-HISTORY
               CLOSE STATS-HISTORY-FILE
           END-IF.

       SCORE-ONE-HISTORY.
           READ STATS-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF
               NOT AT END
                   IF HIST-DATE >= WS-FROM-DATE
                       AND HIST-DATE <= WS-TO-DATE THEN
                       MOVE HIST-OPERATOR-ID TO WS-FIND-OPER-ID
                       MOVE HIST-DATE TO WS-FIND-DATE
                       PERFORM FIND-SCORE-ENTRY
                       IF WS-SCORE-SUB > 0 THEN
                           IF HIST-SUPERSEDED THEN
                               ADD 1 TO SC-RESUBMITS(WS-SCORE-SUB)
                           ELSE
                               ADD 1 TO SC-BATCHES(WS-SCORE-SUB)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * Voided exceptions were raised in error and are not held
      * against anyone. CERT exceptions are logged once per batch, so
      * uncertified days are counted on a change of date - the file
      * is appended in run order.
       SCORE-EXCEPTIONS.
           OPEN INPUT EXCEPTIONS-FILE
           IF WS-EXCP-STATUS = "00" THEN
               PERFORM SCORE-ONE-EXCEPTION UNTIL END-OF-EXCEPTIONS
               CLOSE EXCEPTIONS-FILE
           END-IF.

       SCORE-ONE-EXCEPTION.
           READ EXCEPTIONS-FILE
               AT END
                   MOVE "Y" TO WS-EXCP-EOF
               NOT AT END
                   IF EXCP-DATE >= WS-FROM-DATE
                       AND EXCP-DATE <= WS-TO-DATE
                       AND NOT EXCP-VOID
                       AND EXCP-OPERATOR-ID NOT = SPACES THEN
                       MOVE EXCP-OPERATOR-ID TO WS-FIND-OPER-ID
                       MOVE EXCP-DATE TO WS-FIND-DATE
                       PERFORM FIND-SCORE-ENTRY
                       IF WS-SCORE-SUB > 0 THEN
                           PERFORM COUNT-ONE-EXCEPTION
                       END-IF
                   END-IF
           END-READ.

       COUNT-ONE-EXCEPTION.
           IF EXCP-RECON-FAIL THEN
               ADD 1 TO SC-RECON-FAILS(WS-SCORE-SUB)
           ELSE
               ADD 1 TO SC-REJECTS(WS-SCORE-SUB)
               SET RX TO 1
               SEARCH WS-REASON-CODE
                   WHEN WS-REASON-CODE(RX) = EXCP-REASON-CODE
                       ADD 1 TO SC-CODE-COUNT(WS-SCORE-SUB, RX)
               END-SEARCH
               IF EXCP-OPER-CERT
                   AND EXCP-DATE NOT = SC-LAST-CERT-DATE(WS-SCORE-SUB)
                   ADD 1 TO SC-UNCERT-DAYS(WS-SCORE-SUB)
                   MOVE EXCP-DATE TO SC-LAST-CERT-DATE(WS-SCORE-SUB)
               END-IF
           END-IF.

      * Alerts carry no operator, so each is traced back through the
      * history index to whoever ran that batch. Instrument drift
      * alerts belong to the instrument, not the operator, and are
      * left out.
       SCORE-ALERTS.
           OPEN INPUT STATS-HISTORY-IDX
           IF WS-IDX-STATUS = "00" THEN
               MOVE "Y" TO WS-IDX-OPEN-FLAG
           ELSE
               DISPLAY "STATS-HISTORY.IDX not found - "
                   "SPC alerts not scored"
           END-IF
           OPEN INPUT ALERTS-FILE
           IF WS-ALERT-STATUS = "00" AND INDEX-OPEN THEN
               PERFORM SCORE-ONE-ALERT UNTIL END-OF-ALERTS
           END-IF
           IF WS-ALERT-STATUS = "00" THEN
               CLOSE ALERTS-FILE
           END-IF
           IF INDEX-OPEN THEN
               CLOSE STATS-HISTORY-IDX
           END-IF.

       SCORE-ONE-ALERT.
           READ ALERTS-FILE
               AT END
                   MOVE "Y" TO WS-ALERT-EOF
               NOT AT END
                   IF ALERT-DATE >= WS-FROM-DATE
                       AND ALERT-DATE <= WS-TO-DATE
                       AND NOT ALERT-DRIFT THEN
                       MOVE ALERT-DATE TO HISTIDX-DATE
                       MOVE ALERT-BATCH-ID TO HISTIDX-BATCH-ID
                       READ STATS-HISTORY-IDX
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE HISTIDX-OPERATOR-ID
                                   TO WS-FIND-OPER-ID
                               MOVE ALERT-DATE TO WS-FIND-DATE
                               PERFORM FIND-SCORE-ENTRY
                               IF WS-SCORE-SUB > 0 THEN
                                   ADD 1 TO SC-ALERTS(WS-SCORE-SUB)
                               END-IF
                       END-READ
                   END-IF
           END-READ.

      * Finds the operator/month entry for WS-FIND-OPER-ID and
      * WS-FIND-DATE, opening a new one in key order if there is none.
      * WS-SCORE-SUB comes back zero once the table is full.
       FIND-SCORE-ENTRY.
           MOVE WS-FIND-DATE(1:6) TO WS-FIND-MONTH
           MOVE 0 TO WS-SCORE-SUB
           PERFORM VARYING SX FROM 1 BY 1
                   UNTIL SX > WS-SCORE-COUNT OR WS-SCORE-SUB > 0
               IF SC-KEY(SX) = WS-FIND-KEY THEN
                   SET WS-SCORE-SUB TO SX
               END-IF
           END-PERFORM
           IF WS-SCORE-SUB = 0 THEN
               IF WS-SCORE-COUNT < WS-MAX-SCORES THEN
                   PERFORM INSERT-SCORE-ENTRY
               ELSE
                   IF NOT SCORE-TABLE-FULL THEN
                       DISPLAY "More than " WS-MAX-SCORES
                           " operator months in range - narrow the"
                           " dates on SCORE-PARM.DAT"
                       MOVE "Y" TO WS-FULL-FLAG
                   END-IF
               END-IF
           END-IF.

       INSERT-SCORE-ENTRY.
           MOVE 1 TO WS-SCORE-SUB
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-SCORE-COUNT
               IF SC-KEY(SX) < WS-FIND-KEY THEN
                   COMPUTE WS-SCORE-SUB = SX + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SHIFT-SUB FROM WS-SCORE-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-SCORE-SUB
               MOVE SCORE-ENTRY(WS-SHIFT-SUB)
                   TO SCORE-ENTRY(WS-SHIFT-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-SCORE-COUNT
           INITIALIZE SCORE-ENTRY(WS-SCORE-SUB)
           MOVE WS-FIND-KEY TO SC-KEY(WS-SCORE-SUB).

      * The lab rate is every operator's rejects or resubmissions over
      * every batch run in the range.
       COMPUTE-LAB-AVERAGES.
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-SCORE-COUNT
               ADD SC-BATCHES(SX) TO WS-LAB-BATCHES
               ADD SC-REJECTS(SX) TO WS-LAB-REJECTS
               ADD SC-RESUBMITS(SX) TO WS-LAB-RESUBMITS
           END-PERFORM
           IF WS-LAB-BATCHES > 0 THEN
               COMPUTE WS-LAB-REJECT-RATE ROUNDED =
                   WS-LAB-REJECTS / WS-LAB-BATCHES
               COMPUTE WS-LAB-RESUB-RATE ROUNDED =
                   WS-LAB-RESUBMITS / WS-LAB-BATCHES
           END-IF
           COMPUTE WS-REJECT-LIMIT ROUNDED =
               WS-LAB-REJECT-RATE * WS-FLAG-PCT / 100
           COMPUTE WS-RESUB-LIMIT ROUNDED =
               WS-LAB-RESUB-RATE * WS-FLAG-PCT / 100.

      * Control break on operator - the table is already in operator
      * then month order.
       REPORT-ONE-SCORE.
           IF SC-OPER-ID(SX) NOT = WS-CURRENT-OPER-ID THEN
               IF WS-CURRENT-OPER-ID NOT = SPACES THEN
                   PERFORM WRITE-OPERATOR-TOTAL
               END-IF
               MOVE SC-OPER-ID(SX) TO WS-CURRENT-OPER-ID
               MOVE 0 TO WS-TOT-BATCHES
               MOVE 0 TO WS-TOT-REJECTS
               MOVE 0 TO WS-TOT-RESUBMITS
               MOVE 0 TO WS-TOT-RECON-FAILS
               MOVE 0 TO WS-TOT-ALERTS
               MOVE 0 TO WS-TOT-UNCERT-DAYS
               PERFORM WRITE-OPERATOR-HEADING
           END-IF
           ADD SC-BATCHES(SX) TO WS-TOT-BATCHES
           ADD SC-REJECTS(SX) TO WS-TOT-REJECTS
           ADD SC-RESUBMITS(SX) TO WS-TOT-RESUBMITS
           ADD SC-RECON-FAILS(SX) TO WS-TOT-RECON-FAILS
           ADD SC-ALERTS(SX) TO WS-TOT-ALERTS
           ADD SC-UNCERT-DAYS(SX) TO WS-TOT-UNCERT-DAYS
           PERFORM WRITE-MONTH-LINE
           IF SC-REJECTS(SX) > 0 THEN
               PERFORM WRITE-REJECT-CODE-LINE
           END-IF.

       WRITE-OPERATOR-HEADING.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-LINE
           STRING "OPERATOR: " WS-CURRENT-OPER-ID
               " - NOT ON OPERATOR MASTER"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           IF OPER-MASTER-OPEN THEN
               MOVE WS-CURRENT-OPER-ID TO OPER-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM BUILD-OPERATOR-HEADING
               END-READ
           END-IF
           WRITE RPT-RECORD.

      * A lapsed or missing cert is spelled out - the expiry date alone
      * is easy to misread on a long report.
       BUILD-OPERATOR-HEADING.
           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
               WHEN OPER-CERT-STATUS NOT = "C"
                   STRING "OPERATOR: " WS-CURRENT-OPER-ID
                       " NAME: " FUNCTION TRIM(OPER-NAME)
                       " CERT EXPIRY: " OPER-CERT-EXPIRY
                       " - NOT CERTIFIED"
                       DELIMITED BY SIZE INTO RPT-LINE
                   END-STRING
               WHEN OPER-CERT-EXPIRY < WS-RUN-DATE
                   STRING "OPERATOR: " WS-CURRENT-OPER-ID
                       " NAME: " FUNCTION TRIM(OPER-NAME)
                       " CERT EXPIRY: " OPER-CERT-EXPIRY
                       " - EXPIRED"
                       DELIMITED BY SIZE INTO RPT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "OPERATOR: " WS-CURRENT-OPER-ID
                       " NAME: " FUNCTION TRIM(OPER-NAME)
                       " CERT EXPIRY: " OPER-CERT-EXPIRY
                       DELIMITED BY SIZE INTO RPT-LINE
                   END-STRING
           END-EVALUATE.

       WRITE-MONTH-LINE.
           MOVE SC-BATCHES(SX) TO WS-BATCH-EDIT
           MOVE SC-REJECTS(SX) TO WS-REJECT-EDIT
           MOVE SC-RECON-FAILS(SX) TO WS-RECON-EDIT
           MOVE SC-RESUBMITS(SX) TO WS-RESUB-EDIT
           MOVE SC-ALERTS(SX) TO WS-ALERT-EDIT
           MOVE SC-UNCERT-DAYS(SX) TO WS-UNCERT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  MONTH: " SC-MONTH(SX)
               " BATCHES: " FUNCTION TRIM(WS-BATCH-EDIT)
               " REJECTS: " FUNCTION TRIM(WS-REJECT-EDIT)
               " RECON FAILURES: " FUNCTION TRIM(WS-RECON-EDIT)
               " RESUBMISSIONS: " FUNCTION TRIM(WS-RESUB-EDIT)
               " SPC ALERTS: " FUNCTION TRIM(WS-ALERT-EDIT)
               " DAYS UNCERTIFIED: " FUNCTION TRIM(WS-UNCERT-EDIT)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD.

       WRITE-REJECT-CODE-LINE.
           MOVE SPACES TO WS-CODE-LIST
           MOVE 1 TO WS-CODE-PTR
           PERFORM VARYING RX FROM 1 BY 1
                   UNTIL RX > WS-REASON-CODE-COUNT
               IF SC-CODE-COUNT(SX, RX) > 0 THEN
                   MOVE SC-CODE-COUNT(SX, RX) TO WS-COUNT-EDIT
                   STRING " " WS-REASON-CODE(RX) ": "
                       FUNCTION TRIM(WS-COUNT-EDIT)
                       DELIMITED BY SIZE INTO WS-CODE-LIST
                       WITH POINTER WS-CODE-PTR
                   END-STRING
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           STRING "    REJECTS BY REASON:" WS-CODE-LIST
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD.

      * An operator with no batches posted in the range has no rate to
      * compare - any rejects there are already on the month lines.
       WRITE-OPERATOR-TOTAL.
           MOVE WS-TOT-BATCHES TO WS-BATCH-EDIT
           MOVE WS-TOT-UNCERT-DAYS TO WS-UNCERT-EDIT
           IF WS-TOT-BATCHES = 0 THEN
               MOVE SPACES TO RPT-LINE
               STRING "  TOTAL BATCHES: 0 - NO RATES COMPUTED"
                   " DAYS UNCERTIFIED: " FUNCTION TRIM(WS-UNCERT-EDIT)
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-RECORD
           ELSE
               COMPUTE WS-OPER-REJECT-RATE ROUNDED =
                   WS-TOT-REJECTS / WS-TOT-BATCHES
               COMPUTE WS-OPER-RESUB-RATE ROUNDED =
                   WS-TOT-RESUBMITS / WS-TOT-BATCHES
               MOVE WS-OPER-REJECT-RATE TO WS-RATE-EDIT
               MOVE WS-OPER-RESUB-RATE TO WS-RATE2-EDIT
               MOVE SPACES TO RPT-LINE
               STRING "  TOTAL BATCHES: " FUNCTION TRIM(WS-BATCH-EDIT)
                   " REJECTS PER BATCH: " FUNCTION TRIM(WS-RATE-EDIT)
                   " RESUBMISSIONS PER BATCH: "
                   FUNCTION TRIM(WS-RATE2-EDIT)
                   " DAYS UNCERTIFIED: " FUNCTION TRIM(WS-UNCERT-EDIT)
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-RECORD
               PERFORM WRITE-RATE-FLAGS
           END-IF.

       WRITE-RATE-FLAGS.
           IF WS-LAB-REJECT-RATE > 0
               AND WS-OPER-REJECT-RATE > WS-REJECT-LIMIT THEN
               MOVE SPACES TO RPT-LINE
               STRING "  *** REJECT RATE WELL ABOVE LAB AVERAGE"
                   " - TRAINING REVIEW"
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-RECORD
           END-IF
           IF WS-LAB-RESUB-RATE > 0
               AND WS-OPER-RESUB-RATE > WS-RESUB-LIMIT THEN
               MOVE SPACES TO RPT-LINE
               STRING "  *** RESUBMISSION RATE WELL ABOVE LAB AVERAGE"
                   " - TRAINING REVIEW"
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-RECORD
           END-IF
           IF (WS-LAB-REJECT-RATE > 0
               AND WS-OPER-REJECT-RATE > WS-REJECT-LIMIT)
               OR (WS-LAB-RESUB-RATE > 0
               AND WS-OPER-RESUB-RATE > WS-RESUB-LIMIT) THEN
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

       WRITE-LAB-AVERAGE-LINE.
           MOVE WS-LAB-BATCHES TO WS-BATCH-EDIT
           MOVE WS-LAB-REJECT-RATE TO WS-RATE-EDIT
           MOVE WS-LAB-RESUB-RATE TO WS-RATE2-EDIT
           MOVE WS-FLAG-PCT TO WS-PCT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "LAB BATCHES: " FUNCTION TRIM(WS-BATCH-EDIT)
               " REJECTS PER BATCH: " FUNCTION TRIM(WS-RATE-EDIT)
               " RESUBMISSIONS PER BATCH: "
               FUNCTION TRIM(WS-RATE2-EDIT)
               " - FLAGGED ABOVE " FUNCTION TRIM(WS-PCT-EDIT)
               "% OF LAB RATE"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD.

       WRITE-FLAGGED-COUNT-LINE.
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-LINE
           STRING "OPERATORS FLAGGED FOR TRAINING REVIEW: "
               FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD.

       WRITE-NO-ACTIVITY-LINE.
           MOVE SPACES TO RPT-LINE
           STRING "NO OPERATOR ACTIVITY FROM " WS-FROM-DATE
               " TO " WS-TO-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD.

       WRITE-SCORECARD-HEADER.
           MOVE SPACES TO RPT-LINE
           STRING "OPERATOR SCORECARD REPORT - RUN DATE: "
               WS-RUN-DATE
               " PERIOD: " WS-FROM-DATE " TO " WS-TO-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD.

       WRITE-SCORECARD-TRAILER.
           MOVE SPACES TO RPT-LINE
           STRING "END OF REPORT" DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD.
