           SELECT EXCEPTIONS-FILE ASSIGN TO "EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT RECEIVED-FILES ASSIGN TO "RECEIVED-FILES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVF-STATUS.
           SELECT RECON-AUDIT-RPT ASSIGN TO "RECON-AUDIT-RPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       COPY HISTREC.
       FD  EXCEPTIONS-FILE.
       COPY EXCPREC.
       FD  RECEIVED-FILES.
       COPY RCVFREC.
       FD  RECON-AUDIT-RPT.
       COPY RPTREC.
       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS PIC X(2).
       01 WS-EXCP-STATUS PIC X(2).
       01 WS-RPT-STATUS PIC X(2).
       01 WS-RCVF-STATUS PIC X(2).
       01 WS-RCVF-EOF PIC X(1) VALUE "N".
           88 END-OF-REGISTER VALUE "Y".
       01 WS-FHDR-FLAG PIC X(1) VALUE "N".
           88 FILE-HEADER-SEEN VALUE "Y".
       01 WS-FTRL-FLAG PIC X(1) VALUE "N".
           88 FILE-TRAILER-SEEN VALUE "Y".
       01 WS-REG-FLAG PIC X(1) VALUE "N".
           88 FILE-ON-REGISTER VALUE "Y".
       01 WS-FILE-FAIL-FLAG PIC X(1) VALUE "N".
           88 FILE-CHECK-FAILED VALUE "Y".
       01 WS-FILE-SITE-ID PIC X(4) VALUE SPACES.
       01 WS-FILE-SEQ PIC 9(6) VALUE 0.
       01 WS-FILE-BATCHES PIC 9(5) VALUE 0.
       01 WS-FILE-HASH PIC S9(9)V9(2) VALUE 0.
       01 WS-FTRL-BATCHES PIC 9(5) VALUE 0.
       01 WS-FTRL-HASH PIC S9(9)V9(2) VALUE 0.
       01 WS-REG-STATUS PIC X(1).
       01 WS-REG-REJECT-CODE PIC X(4).
       01 WS-REG-BATCHES PIC 9(5) VALUE 0.
       01 WS-REG-HASH PIC S9(9)V9(2) VALUE 0.
       01 WS-FILE-VERDICT PIC X(60).
       01 WS-FSEQ-EDIT PIC ZZZZZ9.
       01 WS-FBATCH-EDIT PIC ZZZZ9.
       01 WS-FHASH-EDIT PIC ---------9.99.
       01 WS-RBATCH-EDIT PIC ZZZZ9.
       01 WS-RHASH-EDIT PIC ---------9.99.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-READINGS-EOF PIC X(1) VALUE "N".
           88 END-OF-READINGS VALUE "Y".
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM COLLECT-READING-BATCHES.
           PERFORM SCAN-RECEIVED-FILES.
           PERFORM SCAN-HISTORY.
           PERFORM SCAN-EXCEPTIONS.
           OPEN OUTPUT RECON-AUDIT-RPT
           PERFORM WRITE-AUDIT-HEADER.
           PERFORM JUDGE-INPUT-FILE.
           IF WS-BATCH-COUNT = 0 THEN
               PERFORM WRITE-NO-BATCHES-LINE
           ELSE
                       WS-MAX-BATCHES " batches today, not all "
                       "batches could be tracked"
                   MOVE 8 TO RETURN-CODE
               WHEN FILE-CHECK-FAILED
                   DISPLAY "Reconciliation audit FAILED - input file "
                       FUNCTION TRIM(WS-FILE-VERDICT)
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FAIL-COUNT > 0
                   DISPLAY "Reconciliation audit FAILED - "
                       WS-FAIL-COUNT " batch(es) unaccounted"
               AT END
                   MOVE "Y" TO WS-READINGS-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN FILE-HEADER-RECORD
                           MOVE "Y" TO WS-FHDR-FLAG
                           MOVE FHDR-SITE-ID TO WS-FILE-SITE-ID
                           MOVE FHDR-FILE-SEQ TO WS-FILE-SEQ
                       WHEN FILE-TRAILER-RECORD
                           MOVE "Y" TO WS-FTRL-FLAG
                           MOVE FTRL-BATCH-COUNT TO WS-FTRL-BATCHES
                           MOVE FTRL-GRAND-HASH TO WS-FTRL-HASH
                       WHEN DETAIL-RECORD
                           ADD RDG-VALUE TO WS-FILE-HASH
                       WHEN HEADER-RECORD
                           ADD 1 TO WS-FILE-BATCHES
                   END-EVALUATE
                   IF HEADER-RECORD THEN
                       MOVE HDR-BATCH-ID TO WS-LOOKUP-ID
                       PERFORM FIND-OR-ADD-BATCH
                   END-IF
           END-READ.

      * An accepted entry for this site and sequence means the file
      * posted, whatever else is on the register under that number -
      * running the same file again, by a restart or a duplicate drop,
      * appends a rejected entry after it. A rejected entry is only
      * reported when the file never posted at all.
       SCAN-RECEIVED-FILES.
           IF FILE-HEADER-SEEN THEN
               OPEN INPUT RECEIVED-FILES
               IF WS-RCVF-STATUS = "00" THEN
                   PERFORM READ-ONE-RECEIVED-FILE
                       UNTIL END-OF-REGISTER
                   CLOSE RECEIVED-FILES
               END-IF
           END-IF.

       READ-ONE-RECEIVED-FILE.
           READ RECEIVED-FILES
               AT END
                   MOVE "Y" TO WS-RCVF-EOF
               NOT AT END
                   IF RCVF-SITE-ID = WS-FILE-SITE-ID
                       AND RCVF-FILE-SEQ = WS-FILE-SEQ
                       AND (RCVF-ACCEPTED
                           OR NOT FILE-ON-REGISTER
                           OR WS-REG-STATUS NOT = "A") THEN
                       MOVE "Y" TO WS-REG-FLAG
                       MOVE RCVF-STATUS TO WS-REG-STATUS
                       MOVE RCVF-REJECT-CODE TO WS-REG-REJECT-CODE
                       MOVE RCVF-POSTED-BATCHES TO WS-REG-BATCHES
                       MOVE RCVF-POSTED-HASH TO WS-REG-HASH
                   END-IF
           END-READ.

      * A live history row for today whose batch never appeared in
      * the readings file is just as unaccounted as a missing one -
      * it gets a slot too and fails as an orphan.
           END-STRING
           WRITE RPT-RECORD.

      * The file trailer has to agree with the file itself and with
      * what Statistics recorded as posted from it on the register.
       JUDGE-INPUT-FILE.
           MOVE "Y" TO WS-FILE-FAIL-FLAG
           EVALUATE TRUE
               WHEN WS-READINGS-STATUS NOT = "00"
                   MOVE "FAIL - DAILY-READINGS.DAT NOT FOUND"
                       TO WS-FILE-VERDICT
               WHEN NOT FILE-HEADER-SEEN
                   MOVE "FAIL - NO FILE HEADER RECORD"
                       TO WS-FILE-VERDICT
               WHEN NOT FILE-TRAILER-SEEN
                   MOVE "FAIL - NO FILE TRAILER RECORD"
                       TO WS-FILE-VERDICT
               WHEN WS-FTRL-BATCHES NOT = WS-FILE-BATCHES
                   OR WS-FTRL-HASH NOT = WS-FILE-HASH
                   MOVE "FAIL - FILE TRAILER DOES NOT MATCH FILE"
                       TO WS-FILE-VERDICT
               WHEN NOT FILE-ON-REGISTER
                   MOVE "FAIL - NOT ON RECEIVED-FILES REGISTER"
                       TO WS-FILE-VERDICT
               WHEN WS-REG-STATUS NOT = "A"
                   STRING "FAIL - REJECTED BY STATISTICS ("
                       WS-REG-REJECT-CODE ") - NOTHING POSTED"
                       DELIMITED BY SIZE INTO WS-FILE-VERDICT
                   END-STRING
               WHEN WS-FTRL-BATCHES NOT = WS-REG-BATCHES
                   OR WS-FTRL-HASH NOT = WS-REG-HASH
                   MOVE "FAIL - FILE TRAILER DOES NOT MATCH POSTED"
                       TO WS-FILE-VERDICT
               WHEN OTHER
                   MOVE "PASS" TO WS-FILE-VERDICT
                   MOVE "N" TO WS-FILE-FAIL-FLAG
           END-EVALUATE
           MOVE WS-FILE-SEQ TO WS-FSEQ-EDIT
           MOVE WS-FTRL-BATCHES TO WS-FBATCH-EDIT
           MOVE WS-FTRL-HASH TO WS-FHASH-EDIT
           MOVE WS-REG-BATCHES TO WS-RBATCH-EDIT
           MOVE WS-REG-HASH TO WS-RHASH-EDIT
           MOVE SPACES TO RPT-LINE
           STRING "INPUT FILE: SITE " WS-FILE-SITE-ID
               " SEQ " FUNCTION TRIM(WS-FSEQ-EDIT)
               " TRAILER BATCHES: " FUNCTION TRIM(WS-FBATCH-EDIT)
               " HASH: " FUNCTION TRIM(WS-FHASH-EDIT)
               " POSTED BATCHES: " FUNCTION TRIM(WS-RBATCH-EDIT)
               " HASH: " FUNCTION TRIM(WS-RHASH-EDIT)
               " " FUNCTION TRIM(WS-FILE-VERDICT)
               DELIMITED BY SIZE INTO RPT-LINE
           END-STRING
           WRITE RPT-RECORD.

       WRITE-AUDIT-HEADER.
           MOVE SPACES TO RPT-LINE
           STRING "DAILY RECONCILIATION AUDIT - RUN DATE: "
