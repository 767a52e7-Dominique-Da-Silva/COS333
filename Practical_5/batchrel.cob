       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchRelease.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-DISPOSITION ASSIGN TO "BATCH-DISPOSITION.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISP-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT ALERTS-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-DISPOSITION.
       COPY DISPREC.
       FD  ALERTS-FILE.
       COPY ALERTREC.
       FD  EXCEPTIONS-FILE.
       COPY EXCPREC.
       WORKING-STORAGE SECTION.
       78  WS-MAX-PENDING VALUE 500.
       78  WS-MAX-ALERTS VALUE 500.
       78  WS-MAX-EXCEPTIONS VALUE 1000.
       01 WS-DISP-STATUS PIC X(2).
       01 WS-ALERT-STATUS PIC X(2).
       01 WS-EXCP-STATUS PIC X(2).
       01 WS-DISP-EOF PIC X(1) VALUE "N".
           88 END-OF-DISPOSITIONS VALUE "Y".
       01 WS-ALERT-EOF PIC X(1) VALUE "N".
           88 END-OF-ALERTS VALUE "Y".
       01 WS-EXCP-EOF PIC X(1) VALUE "N".
           88 END-OF-EXCEPTIONS VALUE "Y".
       01 WS-PEND-COUNT PIC 9(3) VALUE 0.
       01 PEND-TABLE.
          05 PEND-ENTRY OCCURS WS-MAX-PENDING TIMES INDEXED BY PX.
             10 PEND-DATE PIC 9(8).
             10 PEND-BATCH-ID PIC X(6).
             10 PEND-STATUS PIC X(1).
             10 PEND-OPEN-ALERTS PIC 9(4).
             10 PEND-HIGH-ALERTS PIC 9(4).
             10 PEND-OPEN-EXCPS PIC 9(4).
             10 PEND-CHALL-EXCPS PIC 9(4).
             10 PEND-DISP-IMAGE PIC X(91).
       01 WS-ALERT-COUNT PIC 9(3) VALUE 0.
       01 ALERT-TABLE.
          05 ALERT-ENTRY OCCURS WS-MAX-ALERTS TIMES INDEXED BY AX.
             10 ALRT-DATE PIC 9(8).
             10 ALRT-BATCH-ID PIC X(6).
             10 ALRT-INSTRUMENT-ID PIC X(4).
             10 ALRT-TYPE PIC X(4).
             10 ALRT-SEVERITY PIC X(1).
             10 ALRT-STATUS PIC X(1).
             10 ALRT-VALUE PIC S9(5)V9(2).
       01 WS-EXCP-COUNT PIC 9(4) VALUE 0.
       01 EXCP-TABLE.
          05 EXCP-ENTRY OCCURS WS-MAX-EXCEPTIONS TIMES INDEXED BY EX.
             10 EXTB-DATE PIC 9(8).
             10 EXTB-BATCH-ID PIC X(6).
             10 EXTB-REASON-CODE PIC X(4).
             10 EXTB-TEXT PIC X(120).
       01 WS-DONE-FLAG PIC X(1) VALUE "N".
           88 RELEASE-DONE VALUE "Y".
       01 WS-DECIDED-COUNT PIC 9(3) VALUE 0.
       01 WS-ACTION PIC X(1).
       01 WS-ANSWER PIC X(10).
       01 WS-ANSWER-REVIEWER PIC X(8).
       01 WS-ANSWER-REASON PIC X(60).
       01 WS-NEW-STATUS PIC X(1).
       01 WS-PEND-SUB PIC 9(3).
       01 WS-TODAY PIC 9(8).
       01 WS-LISTED-COUNT PIC 9(3).
       01 WS-ITEM-EDIT PIC ZZZ9.
       01 WS-VALUE-EDIT PIC -----9.99.
       01 WS-ALERTS-EDIT PIC ZZZ9.
       01 WS-HIGH-EDIT PIC ZZZ9.
       01 WS-EXCPS-EDIT PIC ZZZ9.
       01 WS-CHALL-EDIT PIC ZZZ9.
       PROCEDURE DIVISION.
      * QA's sign-off on each batch before its result leaves the lab.
      * The open alerts and exceptions are loaded once up front - a
      * batch is never released against a list that might have lost
      * entries, so an overfull file stops the session outright.
       BEGIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-OPEN-ALERTS.
           PERFORM LOAD-OPEN-EXCEPTIONS.
           OPEN I-O BATCH-DISPOSITION
           IF WS-DISP-STATUS NOT = "00" THEN
               DISPLAY "BATCH-DISPOSITION.IDX not found - "
                   "no batches awaiting release"
               STOP RUN
           END-IF
           PERFORM LOAD-PENDING-BATCHES.
           IF WS-PEND-COUNT = 0 THEN
               DISPLAY "No batches awaiting release"
               CLOSE BATCH-DISPOSITION
               STOP RUN
           END-IF
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PEND-COUNT
               PERFORM COUNT-BATCH-ITEMS
           END-PERFORM
           PERFORM GET-ACTION UNTIL RELEASE-DONE.
           CLOSE BATCH-DISPOSITION
           DISPLAY WS-DECIDED-COUNT " disposition(s) recorded"
           STOP RUN.

      * Acknowledged alerts are still open - only a closed alert has
      * been dealt with.
       LOAD-OPEN-ALERTS.
           OPEN INPUT ALERTS-FILE
           IF WS-ALERT-STATUS = "00" THEN
               PERFORM READ-ONE-ALERT UNTIL END-OF-ALERTS
               CLOSE ALERTS-FILE
           END-IF.

       READ-ONE-ALERT.
           READ ALERTS-FILE
               AT END
                   MOVE "Y" TO WS-ALERT-EOF
               NOT AT END
                   IF ALERT-OPEN OR ALERT-ACKNOWLEDGED THEN
                       IF WS-ALERT-COUNT < WS-MAX-ALERTS THEN
                           ADD 1 TO WS-ALERT-COUNT
                           MOVE ALERT-DATE TO ALRT-DATE(WS-ALERT-COUNT)
                           MOVE ALERT-BATCH-ID
                               TO ALRT-BATCH-ID(WS-ALERT-COUNT)
                           MOVE ALERT-INSTRUMENT-ID
                               TO ALRT-INSTRUMENT-ID(WS-ALERT-COUNT)
                           MOVE ALERT-TYPE TO ALRT-TYPE(WS-ALERT-COUNT)
                           MOVE ALERT-SEVERITY
                               TO ALRT-SEVERITY(WS-ALERT-COUNT)
                           MOVE ALERT-STATUS
                               TO ALRT-STATUS(WS-ALERT-COUNT)
                           MOVE ALERT-VALUE
                               TO ALRT-VALUE(WS-ALERT-COUNT)
                       ELSE
                           DISPLAY "ALERTS.DAT has more than "
                               WS-MAX-ALERTS " open alerts - "
                               "release refused"
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

       LOAD-OPEN-EXCEPTIONS.
           OPEN INPUT EXCEPTIONS-FILE
           IF WS-EXCP-STATUS = "00" THEN
               PERFORM READ-ONE-EXCEPTION UNTIL END-OF-EXCEPTIONS
               CLOSE EXCEPTIONS-FILE
           END-IF.

       READ-ONE-EXCEPTION.
           READ EXCEPTIONS-FILE
               AT END
                   MOVE "Y" TO WS-EXCP-EOF
               NOT AT END
                   IF EXCP-OPEN THEN
                       IF WS-EXCP-COUNT < WS-MAX-EXCEPTIONS THEN
                           ADD 1 TO WS-EXCP-COUNT
                           MOVE EXCP-DATE TO EXTB-DATE(WS-EXCP-COUNT)
                           MOVE EXCP-BATCH-ID
                               TO EXTB-BATCH-ID(WS-EXCP-COUNT)
                           MOVE EXCP-REASON-CODE
                               TO EXTB-REASON-CODE(WS-EXCP-COUNT)
                           MOVE EXCP-TEXT TO EXTB-TEXT(WS-EXCP-COUNT)
                       ELSE
                           DISPLAY "EXCEPTIONS.DAT has more than "
                               WS-MAX-EXCEPTIONS " open exceptions - "
                               "release refused"
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

      * Held batches stay on the list with the pending ones - a hold
      * is a decision deferred, not a decision made.
       LOAD-PENDING-BATCHES.
           PERFORM READ-ONE-DISPOSITION UNTIL END-OF-DISPOSITIONS.

       READ-ONE-DISPOSITION.
           READ BATCH-DISPOSITION NEXT
               AT END
                   MOVE "Y" TO WS-DISP-EOF
               NOT AT END
                   IF DISP-PENDING OR DISP-HELD THEN
                       IF WS-PEND-COUNT < WS-MAX-PENDING THEN
                           ADD 1 TO WS-PEND-COUNT
                           MOVE DISP-DATE TO PEND-DATE(WS-PEND-COUNT)
                           MOVE DISP-BATCH-ID
                               TO PEND-BATCH-ID(WS-PEND-COUNT)
                           MOVE DISP-STATUS
                               TO PEND-STATUS(WS-PEND-COUNT)
                           MOVE DISP-RECORD
                               TO PEND-DISP-IMAGE(WS-PEND-COUNT)
                       ELSE
                           DISPLAY "More than " WS-MAX-PENDING
                               " batches awaiting release - the"
                               " oldest are shown first"
                           MOVE "Y" TO WS-DISP-EOF
                       END-IF
                   END-IF
           END-READ.

      * A high-severity alert or an open CERT/ICAL exception makes the
      * batch's readings challengeable - those are what block release.
      * Everything else is shown for the reviewer's judgement.
       COUNT-BATCH-ITEMS.
           MOVE 0 TO PEND-OPEN-ALERTS(PX)
           MOVE 0 TO PEND-HIGH-ALERTS(PX)
           MOVE 0 TO PEND-OPEN-EXCPS(PX)
           MOVE 0 TO PEND-CHALL-EXCPS(PX)
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > WS-ALERT-COUNT
               IF ALRT-DATE(AX) = PEND-DATE(PX)
                   AND ALRT-BATCH-ID(AX) = PEND-BATCH-ID(PX) THEN
                   ADD 1 TO PEND-OPEN-ALERTS(PX)
                   IF ALRT-SEVERITY(AX) = "H" THEN
                       ADD 1 TO PEND-HIGH-ALERTS(PX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > WS-EXCP-COUNT
               IF EXTB-DATE(EX) = PEND-DATE(PX)
                   AND EXTB-BATCH-ID(EX) = PEND-BATCH-ID(PX) THEN
                   ADD 1 TO PEND-OPEN-EXCPS(PX)
                   IF EXTB-REASON-CODE(EX) = "CERT"
                       OR EXTB-REASON-CODE(EX) = "ICAL" THEN
                       ADD 1 TO PEND-CHALL-EXCPS(PX)
                   END-IF
               END-IF
           END-PERFORM.

       GET-ACTION.
           DISPLAY " "
           DISPLAY "BATCH RELEASE"
           DISPLAY "L = LIST PENDING  R = RELEASE  H = HOLD  "
               "J = REJECT  X = EXIT"
           DISPLAY "ACTION: " WITH NO ADVANCING
           ACCEPT WS-ACTION
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
           EVALUATE WS-ACTION
               WHEN "L"
                   PERFORM LIST-PENDING-BATCHES
               WHEN "R"
                   PERFORM RELEASE-BATCH
               WHEN "H"
                   MOVE "H" TO WS-NEW-STATUS
                   PERFORM HOLD-OR-REJECT-BATCH
               WHEN "J"
                   MOVE "J" TO WS-NEW-STATUS
                   PERFORM HOLD-OR-REJECT-BATCH
               WHEN "X"
                   MOVE "Y" TO WS-DONE-FLAG
               WHEN OTHER
                   DISPLAY "Unknown action: " WS-ACTION
           END-EVALUATE.

       LIST-PENDING-BATCHES.
           MOVE 0 TO WS-LISTED-COUNT
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PEND-COUNT
               IF PEND-STATUS(PX) = "P" OR PEND-STATUS(PX) = "H" THEN
                   ADD 1 TO WS-LISTED-COUNT
                   PERFORM LIST-ONE-BATCH
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = 0 THEN
               DISPLAY "No batches awaiting release"
           END-IF.

       LIST-ONE-BATCH.
           MOVE PX TO WS-ITEM-EDIT
           MOVE PEND-OPEN-ALERTS(PX) TO WS-ALERTS-EDIT
           MOVE PEND-OPEN-EXCPS(PX) TO WS-EXCPS-EDIT
           DISPLAY "BATCH " FUNCTION TRIM(WS-ITEM-EDIT)
               " DATE " PEND-DATE(PX)
               " ID " PEND-BATCH-ID(PX)
               " STATUS " PEND-STATUS(PX)
               " OPEN ALERTS " FUNCTION TRIM(WS-ALERTS-EDIT)
               " OPEN EXCEPTIONS " FUNCTION TRIM(WS-EXCPS-EDIT)
           IF PEND-HIGH-ALERTS(PX) > 0
               OR PEND-CHALL-EXCPS(PX) > 0 THEN
               DISPLAY "      *** RELEASE BLOCKED ***"
           END-IF
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > WS-ALERT-COUNT
               IF ALRT-DATE(AX) = PEND-DATE(PX)
                   AND ALRT-BATCH-ID(AX) = PEND-BATCH-ID(PX) THEN
                   MOVE ALRT-VALUE(AX) TO WS-VALUE-EDIT
                   DISPLAY "      ALERT " ALRT-TYPE(AX)
                       " SEV " ALRT-SEVERITY(AX)
                       " STATUS " ALRT-STATUS(AX)
                       " INST " ALRT-INSTRUMENT-ID(AX)
                       " VALUE " FUNCTION TRIM(WS-VALUE-EDIT)
               END-IF
           END-PERFORM
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > WS-EXCP-COUNT
               IF EXTB-DATE(EX) = PEND-DATE(PX)
                   AND EXTB-BATCH-ID(EX) = PEND-BATCH-ID(PX) THEN
                   DISPLAY "      EXCEPTION " EXTB-REASON-CODE(EX)
                       " " FUNCTION TRIM(EXTB-TEXT(EX))
               END-IF
           END-PERFORM.

       RELEASE-BATCH.
           PERFORM ASK-BATCH-NUMBER
           IF WS-PEND-SUB > 0 THEN
               PERFORM RESCAN-BATCH-ITEMS
               IF PEND-HIGH-ALERTS(WS-PEND-SUB) > 0
                   OR PEND-CHALL-EXCPS(WS-PEND-SUB) > 0 THEN
                   MOVE PEND-HIGH-ALERTS(WS-PEND-SUB) TO WS-HIGH-EDIT
                   MOVE PEND-CHALL-EXCPS(WS-PEND-SUB) TO WS-CHALL-EDIT
                   DISPLAY "Release refused - "
                       FUNCTION TRIM(WS-HIGH-EDIT)
                       " high-severity alert(s) and "
                       FUNCTION TRIM(WS-CHALL-EDIT)
                       " CERT/ICAL exception(s) still open"
               ELSE
                   PERFORM ASK-REVIEWER
                   IF WS-ANSWER-REVIEWER = SPACES THEN
                       DISPLAY "Reviewer ID is required to release"
                   ELSE
                       IF WS-ANSWER-REASON = SPACES THEN
                           MOVE "RELEASED" TO WS-ANSWER-REASON
                       END-IF
                       MOVE "R" TO WS-NEW-STATUS
                       PERFORM RECORD-DISPOSITION
                   END-IF
               END-IF
           END-IF.

      * The counts that can block a release are taken again from the
      * files at the moment of release. A resend posted by Statistics
      * since the list was loaded brings alerts and exceptions of its
      * own that the loaded tables never saw.
       RESCAN-BATCH-ITEMS.
           MOVE 0 TO PEND-OPEN-ALERTS(WS-PEND-SUB)
           MOVE 0 TO PEND-HIGH-ALERTS(WS-PEND-SUB)
           MOVE 0 TO PEND-OPEN-EXCPS(WS-PEND-SUB)
           MOVE 0 TO PEND-CHALL-EXCPS(WS-PEND-SUB)
           MOVE "N" TO WS-ALERT-EOF
           OPEN INPUT ALERTS-FILE
           IF WS-ALERT-STATUS = "00" THEN
               PERFORM RESCAN-ONE-ALERT UNTIL END-OF-ALERTS
               CLOSE ALERTS-FILE
           END-IF
           MOVE "N" TO WS-EXCP-EOF
           OPEN INPUT EXCEPTIONS-FILE
           IF WS-EXCP-STATUS = "00" THEN
               PERFORM RESCAN-ONE-EXCEPTION UNTIL END-OF-EXCEPTIONS
               CLOSE EXCEPTIONS-FILE
           END-IF.

       RESCAN-ONE-ALERT.
           READ ALERTS-FILE
               AT END
                   MOVE "Y" TO WS-ALERT-EOF
               NOT AT END
                   IF (ALERT-OPEN OR ALERT-ACKNOWLEDGED)
                       AND ALERT-DATE = PEND-DATE(WS-PEND-SUB)
                       AND ALERT-BATCH-ID
                           = PEND-BATCH-ID(WS-PEND-SUB) THEN
                       ADD 1 TO PEND-OPEN-ALERTS(WS-PEND-SUB)
                       IF ALERT-SEV-HIGH THEN
                           ADD 1 TO PEND-HIGH-ALERTS(WS-PEND-SUB)
                       END-IF
                   END-IF
           END-READ.

       RESCAN-ONE-EXCEPTION.
           READ EXCEPTIONS-FILE
               AT END
                   MOVE "Y" TO WS-EXCP-EOF
               NOT AT END
                   IF EXCP-OPEN
                       AND EXCP-DATE = PEND-DATE(WS-PEND-SUB)
                       AND EXCP-BATCH-ID
                           = PEND-BATCH-ID(WS-PEND-SUB) THEN
                       ADD 1 TO PEND-OPEN-EXCPS(WS-PEND-SUB)
                       IF EXCP-OPER-CERT OR EXCP-INST-CAL-DUE THEN
                           ADD 1 TO PEND-CHALL-EXCPS(WS-PEND-SUB)
                       END-IF
                   END-IF
           END-READ.

      * A hold or a reject always needs its reason - the next reviewer
      * or the customer query has to be able to see why.
       HOLD-OR-REJECT-BATCH.
           PERFORM ASK-BATCH-NUMBER
           IF WS-PEND-SUB > 0 THEN
               PERFORM ASK-REVIEWER
               IF WS-ANSWER-REVIEWER = SPACES
                   OR WS-ANSWER-REASON = SPACES THEN
                   DISPLAY "Reviewer ID and reason are both required"
               ELSE
                   PERFORM RECORD-DISPOSITION
               END-IF
           END-IF.

       ASK-REVIEWER.
           DISPLAY "REVIEWER ID: " WITH NO ADVANCING
           ACCEPT WS-ANSWER-REVIEWER
           MOVE FUNCTION UPPER-CASE(WS-ANSWER-REVIEWER)
               TO WS-ANSWER-REVIEWER
           DISPLAY "REASON: " WITH NO ADVANCING
           ACCEPT WS-ANSWER-REASON.

      * Reread under the key before the rewrite and compare the whole
      * record with the one loaded - a resend posted by Statistics
      * since the list was loaded has put the batch back to pending
      * on new figures, and that stands even though the status alone
      * may look the same.
       RECORD-DISPOSITION.
           MOVE PEND-DATE(WS-PEND-SUB) TO DISP-DATE
           MOVE PEND-BATCH-ID(WS-PEND-SUB) TO DISP-BATCH-ID
           READ BATCH-DISPOSITION
               INVALID KEY
                   DISPLAY "Batch no longer on BATCH-DISPOSITION.IDX"
               NOT INVALID KEY
                   IF DISP-RECORD
                       NOT = PEND-DISP-IMAGE(WS-PEND-SUB) THEN
                       DISPLAY "Batch disposition changed since the "
                           "list was loaded - restart the session"
                   ELSE
                       PERFORM REWRITE-DISPOSITION
                   END-IF
           END-READ.

       REWRITE-DISPOSITION.
           MOVE WS-NEW-STATUS TO DISP-STATUS
           MOVE WS-ANSWER-REVIEWER TO DISP-REVIEWER
           MOVE WS-TODAY TO DISP-REVIEW-DATE
           MOVE WS-ANSWER-REASON TO DISP-REASON
           REWRITE DISP-RECORD
               INVALID KEY
                   DISPLAY "Disposition not recorded - status "
                       WS-DISP-STATUS
               NOT INVALID KEY
                   MOVE WS-NEW-STATUS TO PEND-STATUS(WS-PEND-SUB)
                   MOVE DISP-RECORD TO PEND-DISP-IMAGE(WS-PEND-SUB)
                   ADD 1 TO WS-DECIDED-COUNT
                   DISPLAY "Batch " DISP-BATCH-ID " of " DISP-DATE
                       " set to " WS-NEW-STATUS
           END-REWRITE.

       ASK-BATCH-NUMBER.
           MOVE 0 TO WS-PEND-SUB
           DISPLAY "BATCH NUMBER: " WITH NO ADVANCING
           ACCEPT WS-ANSWER
           IF FUNCTION TEST-NUMVAL(WS-ANSWER) NOT = 0 THEN
               DISPLAY "Not a number: " WS-ANSWER
           ELSE
               COMPUTE WS-PEND-SUB = FUNCTION NUMVAL(WS-ANSWER)
               IF WS-PEND-SUB = 0
                   OR WS-PEND-SUB > WS-PEND-COUNT THEN
                   DISPLAY "No such batch"
                   MOVE 0 TO WS-PEND-SUB
               ELSE
                   IF PEND-STATUS(WS-PEND-SUB) NOT = "P"
                       AND PEND-STATUS(WS-PEND-SUB) NOT = "H" THEN
                       DISPLAY "Batch already released or rejected"
                       MOVE 0 TO WS-PEND-SUB
                   END-IF
               END-IF
           END-IF.
