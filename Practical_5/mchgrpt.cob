       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterChangeReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MCHG-PARM-FILE ASSIGN TO "MCHG-PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCHGPARM-STATUS.
           SELECT MASTER-CHANGE-FILE ASSIGN TO "MASTER-CHANGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCHG-STATUS.
           SELECT STATS-HISTORY-FILE ASSIGN TO "STATS-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT INST-HISTORY-FILE ASSIGN TO "INST-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IHST-STATUS.
           SELECT MASTER-CHANGE-RPT ASSIGN TO "MASTER-CHANGE-RPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MCHG-PARM-FILE.
       COPY MCHGPARM.
       FD  MASTER-CHANGE-FILE.
       COPY MCHGREC.
       FD  STATS-HISTORY-FILE.
       COPY HISTREC.
       FD  INST-HISTORY-FILE.
       COPY IHSTREC.
       FD  MASTER-CHANGE-RPT.
       COPY RPTREC.
       WORKING-STORAGE SECTION.
       01 WS-MCHGPARM-STATUS PIC X(2).
       01 WS-MCHG-STATUS PIC X(2).
       01 WS-HIST-STATUS PIC X(2).
       01 WS-IHST-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-SEL-KEY PIC X(8).
       01 WS-SEL-USER PIC X(8).
       01 WS-MCHG-EOF PIC X(1) VALUE "N".
           88 END-OF-JOURNAL VALUE "Y".
       01 WS-HIST-EOF PIC X(1).
           88 END-OF-HISTORY VALUE "Y".
       01 WS-IHST-EOF PIC X(1).
           88 END-OF-INST-HISTORY VALUE "Y".
       01 WS-OLD-DATE PIC 9(8).
       01 WS-NEW-DATE PIC 9(8).
       01 WS-AFFECTED-COUNT PIC 9(5).
       01 WS-LISTED-COUNT PIC 9(5) VALUE 0.
       01 WS-FLAGGED-COUNT PIC 9(5) VALUE 0.
       01 WS-BEFORE-TEXT PIC X(30).
       01 WS-AFTER-TEXT PIC X(30).
       01 WS-COUNT-EDIT PIC ZZZZ9.
       PROCEDURE DIVISION.
      * Lists the operator and instrument master-change journal for
      * a date range, and optionally one key or one user, from
      * MCHG-PARM.DAT. With no parameter file the whole journal is
      * listed. A certification expiry or calibration due date moved
      * earlier is flagged when batches had already been processed
      * after the new date on the strength of the old one.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-CHANGE-PARAMETERS.
           OPEN OUTPUT MASTER-CHANGE-RPT
           PERFORM WRITE-CHANGE-HEADER.
           OPEN INPUT MASTER-CHANGE-FILE
           IF WS-MCHG-STATUS NOT = "00" THEN
               DISPLAY "MASTER-CHANGE.DAT not found - "
                   "no changes to report"
           ELSE
               PERFORM REPORT-ONE-CHANGE UNTIL END-OF-JOURNAL
               CLOSE MASTER-CHANGE-FILE
           END-IF
           PERFORM WRITE-CHANGE-TOTALS.
           PERFORM WRITE-CHANGE-TRAILER.
           CLOSE MASTER-CHANGE-RPT
           STOP RUN.

       READ-CHANGE-PARAMETERS.
           MOVE 0 TO WS-FROM-DATE
           MOVE 99999999 TO WS-TO-DATE
           MOVE SPACES TO WS-SEL-KEY
           MOVE SPACES TO WS-SEL-USER
           OPEN INPUT MCHG-PARM-FILE
           IF WS-MCHGPARM-STATUS = "00" THEN
               READ MCHG-PARM-FILE
                   NOT AT END
                       IF MCHGPARM-FROM-DATE IS NUMERIC
                           AND MCHGPARM-FROM-DATE > 0 THEN
                           MOVE MCHGPARM-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF MCHGPARM-TO-DATE IS NUMERIC
                           AND MCHGPARM-TO-DATE > 0 THEN
                           MOVE MCHGPARM-TO-DATE TO WS-TO-DATE
                       END-IF
                       MOVE FUNCTION UPPER-CASE(MCHGPARM-KEY)
                           TO WS-SEL-KEY
                       MOVE FUNCTION UPPER-CASE(MCHGPARM-USER)
                           TO WS-SEL-USER
               END-READ
               CLOSE MCHG-PARM-FILE
           END-IF.

       REPORT-ONE-CHANGE.
           READ MASTER-CHANGE-FILE
               AT END
                   MOVE "Y" TO WS-MCHG-EOF
               NOT AT END
                   IF MCHG-DATE >= WS-FROM-DATE
                       AND MCHG-DATE <= WS-TO-DATE
                       AND (WS-SEL-KEY = SPACES
                           OR MCHG-KEY = WS-SEL-KEY)
                       AND (WS-SEL-USER = SPACES
                           OR MCHG-USER = WS-SEL-USER) THEN
                       ADD 1 TO WS-LISTED-COUNT
                       PERFORM WRITE-CHANGE-LINE
                       PERFORM CHECK-BACK-DATED
                   END-IF
           END-READ.

       WRITE-CHANGE-LINE.
           MOVE MCHG-BEFORE TO WS-BEFORE-TEXT
           IF WS-BEFORE-TEXT = SPACES THEN
               MOVE "-" TO WS-BEFORE-TEXT
           END-IF
           MOVE MCHG-AFTER TO WS-AFTER-TEXT
           IF WS-AFTER-TEXT = SPACES THEN
               MOVE "-" TO WS-AFTER-TEXT
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING MCHG-DATE " " MCHG-TIME
               " USER: " MCHG-USER
               " FILE: " MCHG-FILE
               " KEY: " MCHG-KEY
               " FIELD: " MCHG-FIELD
               " BEFORE: " FUNCTION TRIM(WS-BEFORE-TEXT)
               " AFTER: " FUNCTION TRIM(WS-AFTER-TEXT)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD.

      * Only a date brought forward can take cover away from work
      * already done. The batches that count are the live ones run
      * after the new date, on or before the old one, and no later
      * than the change itself.
       CHECK-BACK-DATED.
           IF (MCHG-OPERATOR-FILE AND MCHG-CERT-EXPIRY)
               OR (MCHG-INSTR-FILE AND MCHG-NEXT-CAL) THEN
               IF MCHG-BEFORE(1:8) IS NUMERIC
                   AND MCHG-AFTER(1:8) IS NUMERIC THEN
                   MOVE MCHG-BEFORE(1:8) TO WS-OLD-DATE
                   MOVE MCHG-AFTER(1:8) TO WS-NEW-DATE
                   IF WS-NEW-DATE < WS-OLD-DATE THEN
                       PERFORM COUNT-AFFECTED-BATCHES
                       IF WS-AFFECTED-COUNT > 0 THEN
                           ADD 1 TO WS-FLAGGED-COUNT
                           PERFORM WRITE-BACK-DATED-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF.

       COUNT-AFFECTED-BATCHES.
           MOVE 0 TO WS-AFFECTED-COUNT
           IF MCHG-OPERATOR-FILE THEN
               MOVE "N" TO WS-HIST-EOF
               OPEN INPUT STATS-HISTORY-FILE
               IF WS-HIST-STATUS = "00" THEN
                   PERFORM CHECK-ONE-HISTORY-ROW UNTIL END-OF-HISTORY
                   CLOSE STATS-HISTORY-FILE
               END-IF
           ELSE
               MOVE "N" TO WS-IHST-EOF
               OPEN INPUT INST-HISTORY-FILE
               IF WS-IHST-STATUS = "00" THEN
                   PERFORM CHECK-ONE-INST-ROW
                       UNTIL END-OF-INST-HISTORY
                   CLOSE INST-HISTORY-FILE
               END-IF
           END-IF.

       CHECK-ONE-HISTORY-ROW.
           READ STATS-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF
               NOT AT END
                   IF HIST-ACTIVE
                       AND HIST-OPERATOR-ID = MCHG-KEY
                       AND HIST-DATE > WS-NEW-DATE
                       AND HIST-DATE <= WS-OLD-DATE
                       AND HIST-DATE <= MCHG-DATE THEN
                       ADD 1 TO WS-AFFECTED-COUNT
                   END-IF
           END-READ.

       CHECK-ONE-INST-ROW.
           READ INST-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-IHST-EOF
               NOT AT END
                   IF IHST-ACTIVE
                       AND IHST-INSTRUMENT-ID = MCHG-KEY(1:4)
                       AND IHST-DATE > WS-NEW-DATE
                       AND IHST-DATE <= WS-OLD-DATE
                       AND IHST-DATE <= MCHG-DATE THEN
                       ADD 1 TO WS-AFFECTED-COUNT
                   END-IF
           END-READ.

       WRITE-BACK-DATED-FLAG.
           MOVE WS-AFFECTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "  *** BACK-DATED - "
               FUNCTION TRIM(WS-COUNT-EDIT)
               " BATCH(ES) ALREADY PROCESSED AFTER " WS-NEW-DATE
               " UNDER THE OLD DATE " WS-OLD-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD.

       WRITE-CHANGE-TOTALS.
           MOVE WS-LISTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "CHANGES LISTED: " FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "BACK-DATED CHANGES FLAGGED: "
               FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD.

       WRITE-CHANGE-HEADER.
           MOVE SPACES TO RPT-LINE
           STRING "MASTER CHANGE REPORT - RUN DATE: " WS-RUN-DATE
               " FROM: " WS-FROM-DATE " TO: " WS-TO-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD
           IF WS-SEL-KEY NOT = SPACES OR WS-SEL-USER NOT = SPACES THEN
               MOVE SPACES TO RPT-LINE
               STRING "SELECTED KEY: " WS-SEL-KEY
                   " USER: " WS-SEL-USER
                   DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-RECORD
           END-IF.

       WRITE-CHANGE-TRAILER.
           MOVE SPACES TO RPT-LINE
           STRING "END OF REPORT" DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD.
