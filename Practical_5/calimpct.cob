       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalibrationImpact.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-PARM-FILE ASSIGN TO "CAL-PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALPARM-STATUS.
           SELECT CAL-HISTORY-FILE ASSIGN TO "CAL-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALH-STATUS.
           SELECT INST-HISTORY-FILE ASSIGN TO "INST-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IHST-STATUS.
           SELECT CAL-IMPACT-RPT ASSIGN TO "CAL-IMPACT-RPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAL-PARM-FILE.
       COPY CALPARM.
       FD  CAL-HISTORY-FILE.
       COPY CALHREC.
       FD  INST-HISTORY-FILE.
       COPY IHSTREC.
       FD  CAL-IMPACT-RPT.
       COPY RPTREC.
       WORKING-STORAGE SECTION.
       01 WS-CALPARM-STATUS PIC X(2).
       01 WS-CALH-STATUS PIC X(2).
       01 WS-IHST-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-REPORT-DAYS PIC 9(5) VALUE 30.
       01 WS-CUTOFF-INT PIC S9(9).
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-CALH-EOF PIC X(1) VALUE "N".
           88 END-OF-CAL-HISTORY VALUE "Y".
       01 WS-IHST-EOF PIC X(1).
           88 END-OF-INST-HISTORY VALUE "Y".
       01 WS-EVENT-COUNT PIC 9(5) VALUE 0.
       01 WS-BATCH-COUNT PIC 9(5).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-FOUND-EDIT PIC ---9.99.
       01 WS-LEFT-EDIT PIC ---9.99.
       01 WS-PRIOR-EDIT PIC ---9.99.
       01 WS-COUNT-EDIT PIC ZZZZ9.
       01 WS-RDG-EDIT PIC ZZ9.
       01 WS-MEAN-EDIT PIC ---9.99.
       01 WS-RAW-MEAN-EDIT PIC ---9.99.
       01 WS-BIAS-EDIT PIC ---9.99.
       01 WS-DAYS-EDIT PIC ZZZZ9.
       PROCEDURE DIVISION.
      * Every calibration InstrumentMaint flagged for an as-found error
      * past tolerance, with each batch that instrument touched between
      * its previous calibration and this one. Those are the results
      * QA has to re-review. Only events calibrated inside the look-back
      * window on CAL-PARM.DAT are listed, so a flag drops off once
      * the review period has passed.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-CAL-PARAMETERS.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-REPORT-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           OPEN OUTPUT CAL-IMPACT-RPT
           PERFORM WRITE-IMPACT-HEADER.
           OPEN INPUT CAL-HISTORY-FILE
           IF WS-CALH-STATUS NOT = "00" THEN
               DISPLAY "CAL-HISTORY.DAT not found - "
                   "no calibrations to report"
           ELSE
               PERFORM READ-ONE-CAL-EVENT UNTIL END-OF-CAL-HISTORY
               CLOSE CAL-HISTORY-FILE
           END-IF
           IF WS-EVENT-COUNT = 0 THEN
               PERFORM WRITE-NO-EVENTS-LINE
           END-IF
           PERFORM WRITE-IMPACT-TRAILER.
           CLOSE CAL-IMPACT-RPT
           STOP RUN.

       READ-CAL-PARAMETERS.
           OPEN INPUT CAL-PARM-FILE
           IF WS-CALPARM-STATUS = "00" THEN
               READ CAL-PARM-FILE
                   NOT AT END
                       IF CALPARM-REPORT-DAYS IS NUMERIC
                           AND CALPARM-REPORT-DAYS > 0 THEN
                           MOVE CALPARM-REPORT-DAYS TO WS-REPORT-DAYS
                       END-IF
               END-READ
               CLOSE CAL-PARM-FILE
           END-IF.

       READ-ONE-CAL-EVENT.
           READ CAL-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-CALH-EOF
               NOT AT END
                   IF CALH-IMPACT-REVIEW
                       AND CALH-CAL-DATE >= WS-CUTOFF-DATE THEN
                       ADD 1 TO WS-EVENT-COUNT
                       PERFORM REPORT-ONE-EVENT
                   END-IF
           END-READ.

       REPORT-ONE-EVENT.
           MOVE CALH-AS-FOUND TO WS-FOUND-EDIT
           MOVE CALH-AS-LEFT TO WS-LEFT-EDIT
           MOVE CALH-PRIOR-BIAS TO WS-PRIOR-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "INSTRUMENT: " CALH-INSTRUMENT-ID
               " CALIBRATED: " CALH-CAL-DATE
               " BY: " FUNCTION TRIM(CALH-TECHNICIAN)
               " CERT: " FUNCTION TRIM(CALH-CERT-REF)
               " AS-FOUND: " FUNCTION TRIM(WS-FOUND-EDIT)
               " BIAS IN FORCE: " FUNCTION TRIM(WS-PRIOR-EDIT)
               " AS-LEFT: " FUNCTION TRIM(WS-LEFT-EDIT)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD
           MOVE CALH-PREV-CAL-DATE TO WS-FROM-DATE
           MOVE SPACES TO RPT-LINE
           IF WS-FROM-DATE = 0 THEN
               STRING "  NO EARLIER CALIBRATION ON FILE - ALL BATCHES"
                   " UP TO " CALH-CAL-DATE " LISTED FOR RE-REVIEW"
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           ELSE
               STRING "  BATCHES AFTER " WS-FROM-DATE
                   " UP TO " CALH-CAL-DATE " FOR RE-REVIEW"
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
           END-IF
           WRITE RPT-RECORD
           MOVE 0 TO WS-BATCH-COUNT
           MOVE "N" TO WS-IHST-EOF
           OPEN INPUT INST-HISTORY-FILE
           IF WS-IHST-STATUS = "00" THEN
               PERFORM CHECK-ONE-INST-RUN UNTIL END-OF-INST-HISTORY
               CLOSE INST-HISTORY-FILE
           END-IF
           MOVE WS-BATCH-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  BATCHES TO RE-REVIEW: "
               FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD.

      * Readings taken on the calibration day itself may have been
      * before the adjustment, so that day is included. Superseded
      * rows were replaced by a resend and are left out.
       CHECK-ONE-INST-RUN.
           READ INST-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-IHST-EOF
               NOT AT END
                   IF IHST-INSTRUMENT-ID = CALH-INSTRUMENT-ID
                       AND IHST-ACTIVE
                       AND IHST-DATE > WS-FROM-DATE
                       AND IHST-DATE <= CALH-CAL-DATE THEN
                       ADD 1 TO WS-BATCH-COUNT
                       PERFORM WRITE-IMPACT-DETAIL
                   END-IF
           END-READ.

      * Rows written before bias correction carry no raw figures - the
      * value as recorded is then the raw value as well.
       WRITE-IMPACT-DETAIL.
           MOVE IHST-RDG-COUNT TO WS-RDG-EDIT
           MOVE IHST-MEAN TO WS-MEAN-EDIT
           IF IHST-RAW-FIGURES-X = SPACES THEN
               MOVE IHST-MEAN TO WS-RAW-MEAN-EDIT
               MOVE 0 TO WS-BIAS-EDIT
           ELSE
               MOVE IHST-RAW-MEAN TO WS-RAW-MEAN-EDIT
               MOVE IHST-BIAS-OFFSET TO WS-BIAS-EDIT
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "    DATE: " IHST-DATE
               " BATCH: " IHST-BATCH-ID
               " READINGS: " FUNCTION TRIM(WS-RDG-EDIT)
               " MEAN: " FUNCTION TRIM(WS-MEAN-EDIT)
               " RAW MEAN: " FUNCTION TRIM(WS-RAW-MEAN-EDIT)
               " BIAS APPLIED: " FUNCTION TRIM(WS-BIAS-EDIT)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD.

       WRITE-NO-EVENTS-LINE.
           MOVE WS-REPORT-DAYS TO WS-DAYS-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "NO CALIBRATIONS OUTSIDE TOLERANCE IN THE LAST "
               FUNCTION TRIM(WS-DAYS-EDIT) " DAYS"
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD.

       WRITE-IMPACT-HEADER.
           MOVE SPACES TO RPT-LINE
           STRING "CALIBRATION IMPACT REPORT - RUN DATE: "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD.

       WRITE-IMPACT-TRAILER.
           MOVE SPACES TO RPT-LINE
           STRING "END OF REPORT" DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD.
