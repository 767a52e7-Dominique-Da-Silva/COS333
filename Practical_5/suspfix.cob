           SELECT RESUBMIT-FILE ASSIGN TO "RESUBMIT-READINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUB-STATUS.
           SELECT RECEIVED-FILES ASSIGN TO "RECEIVED-FILES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVF-STATUS.
           SELECT READING-ARCHIVE ASSIGN TO "READING-ARCHIVE.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RDGARCH-KEY
               FILE STATUS IS WS-ARCH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTIONS-FILE.
       COPY EXCPREC.
       FD  RESUBMIT-FILE.
       COPY READING.
       FD  RECEIVED-FILES.
       COPY RCVFREC.
       FD  READING-ARCHIVE.
       COPY RDGARCH.
       WORKING-STORAGE SECTION.
       78  WS-MAX-ITEMS VALUE 500.
       78  WS-RESUBMIT-SITE VALUE "RSUB".
       01 WS-EXCP-STATUS PIC X(2).
       01 WS-RESUB-STATUS PIC X(2).
       01 WS-EXCP-EOF PIC X(1) VALUE "N".
             10 ITEM-REASON-CODE PIC X(4).
             10 ITEM-STATUS PIC X(1).
             10 ITEM-TEXT PIC X(120).
             10 ITEM-RDG-SEQ PIC 9(5).
             10 ITEM-NEW-VALUE PIC S9(3)V9(2).
             10 ITEM-FIXED-FLAG PIC X(1).
       01 WS-DONE-FLAG PIC X(1) VALUE "N".
       01 WS-RESUB-COUNT PIC 9(3).
       01 WS-RESUB-HASH PIC S9(7)V9(2).
       01 WS-RESUB-BATCHES PIC 9(3) VALUE 0.
       01 WS-RCVF-STATUS PIC X(2).
       01 WS-RCVF-EOF PIC X(1) VALUE "N".
           88 END-OF-REGISTER VALUE "Y".
       01 WS-RESUB-FILE-SEQ PIC 9(6) VALUE 0.
       01 WS-RESUB-GRAND-HASH PIC S9(9)V9(2) VALUE 0.
       01 WS-RESUB-TIME PIC 9(8).
       01 WS-ARCH-STATUS PIC X(2).
       01 WS-ARCH-OPEN-FLAG PIC X(1) VALUE "N".
           88 ARCHIVE-OPEN VALUE "Y".
       01 WS-ARCH-FOUND-FLAG PIC X(1).
           88 ORIGINAL-FOUND VALUE "Y".
       01 WS-SEQ-EDIT PIC ZZZZ9.
       01 WS-CORR-EDIT PIC ----9.99.
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM LOAD-EXCEPTIONS.
               DISPLAY "EXCEPTIONS.DAT is empty - nothing to work"
               STOP RUN
           END-IF
           OPEN INPUT READING-ARCHIVE
           IF WS-ARCH-STATUS = "00" THEN
               MOVE "Y" TO WS-ARCH-OPEN-FLAG
           ELSE
               DISPLAY "READING-ARCHIVE.IDX not found - "
                   "values shown as logged on the exception"
           END-IF
           PERFORM GET-ACTION UNTIL REPAIR-DONE.
           IF ARCHIVE-OPEN THEN
               CLOSE READING-ARCHIVE
           END-IF
           IF WS-CHANGED-FLAG = "Y" THEN
               PERFORM REWRITE-EXCEPTIONS
               PERFORM BUILD-RESUBMIT-FILE
                           TO ITEM-REASON-CODE(WS-ITEM-COUNT)
                       MOVE EXCP-STATUS TO ITEM-STATUS(WS-ITEM-COUNT)
                       MOVE EXCP-TEXT TO ITEM-TEXT(WS-ITEM-COUNT)
                       IF EXCP-RDG-SEQ IS NUMERIC THEN
                           MOVE EXCP-RDG-SEQ
                               TO ITEM-RDG-SEQ(WS-ITEM-COUNT)
                       ELSE
                           MOVE 0 TO ITEM-RDG-SEQ(WS-ITEM-COUNT)
                       END-IF
                       MOVE 0 TO ITEM-NEW-VALUE(WS-ITEM-COUNT)
                       MOVE "N" TO ITEM-FIXED-FLAG(WS-ITEM-COUNT)
                   ELSE
                   DISPLAY "Item is not a rejected reading - "
                       "use V to void it once resolved"
               ELSE
                   PERFORM SHOW-ORIGINAL-READING
                   PERFORM ACCEPT-NEW-VALUE
               END-IF
           END-IF.

      * The archive has the reading as the lab sent it, under its own
      * instrument. The resubmitted reading is built from that rather
      * than from what was copied onto the exception when it was
      * logged. Exceptions logged before readings were archived carry
      * no reading number and keep their own value.
       SHOW-ORIGINAL-READING.
           MOVE "N" TO WS-ARCH-FOUND-FLAG
           IF ARCHIVE-OPEN AND ITEM-RDG-SEQ(WS-ITEM-SUB) > 0 THEN
               MOVE ITEM-DATE(WS-ITEM-SUB) TO RDGARCH-DATE
               MOVE ITEM-BATCH-ID(WS-ITEM-SUB) TO RDGARCH-BATCH-ID
               MOVE ITEM-RDG-SEQ(WS-ITEM-SUB) TO RDGARCH-SEQ
               READ READING-ARCHIVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ARCH-FOUND-FLAG
               END-READ
           END-IF
           IF ORIGINAL-FOUND THEN
               MOVE RDGARCH-VALUE TO ITEM-REJ-VALUE(WS-ITEM-SUB)
               MOVE RDGARCH-INSTRUMENT-ID
                   TO ITEM-INSTRUMENT-ID(WS-ITEM-SUB)
               MOVE RDGARCH-SEQ TO WS-SEQ-EDIT
               MOVE RDGARCH-VALUE TO WS-VALUE-EDIT
               MOVE RDGARCH-CORR-VALUE TO WS-CORR-EDIT
               DISPLAY "ORIGINAL READING " FUNCTION TRIM(WS-SEQ-EDIT)
                   " INSTRUMENT " RDGARCH-INSTRUMENT-ID
                   " SENT " FUNCTION TRIM(WS-VALUE-EDIT)
                   " AFTER BIAS " FUNCTION TRIM(WS-CORR-EDIT)
                   " OPERATOR " RDGARCH-OPERATOR-ID
           ELSE
               MOVE ITEM-REJ-VALUE(WS-ITEM-SUB) TO WS-VALUE-EDIT
               DISPLAY "Original reading not archived - value as "
                   "logged " FUNCTION TRIM(WS-VALUE-EDIT)
           END-IF.

      * The replacement goes back through Statistics, which takes the
      * instrument's bias off again, so it is keyed as the instrument
      * would have sent it - never the after-bias figure shown above.
       ACCEPT-NEW-VALUE.
           DISPLAY "REPLACEMENT VALUE AS SENT (BEFORE BIAS): "
               WITH NO ADVANCING
           ACCEPT WS-ANSWER
           IF FUNCTION TEST-NUMVAL(WS-ANSWER) NOT = 0 THEN
               DISPLAY "Not a number: " WS-ANSWER
                   MOVE "Y" TO WS-CHANGED-FLAG
                   MOVE WS-NEW-VALUE TO WS-NEWVAL-EDIT
                   DISPLAY "Item corrected to "
                       FUNCTION TRIM(WS-NEWVAL-EDIT) " as sent"
               END-IF
           END-IF.

               MOVE ITEM-REASON-CODE(SX) TO EXCP-REASON-CODE
               MOVE ITEM-STATUS(SX) TO EXCP-STATUS
               MOVE ITEM-TEXT(SX) TO EXCP-TEXT
               MOVE ITEM-RDG-SEQ(SX) TO EXCP-RDG-SEQ
               WRITE EXCP-RECORD
           END-PERFORM
           CLOSE EXCEPTIONS-FILE.

      * Corrected readings go out as properly formed H/D/T batches
      * under their original batch ids so Statistics can take them
      * straight back in as a resubmission. The file carries its own
      * site and the next sequence number the register expects from
      * it, so it passes the same feed checks as the lab transfer.
       BUILD-RESUBMIT-FILE.
           MOVE 0 TO WS-RESUB-BATCHES
           MOVE 0 TO WS-RESUB-GRAND-HASH
           PERFORM FIND-NEXT-RESUBMIT-SEQ
           OPEN OUTPUT RESUBMIT-FILE
           MOVE SPACES TO READING-RECORD
           MOVE "F" TO REC-TYPE
           MOVE WS-RESUBMIT-SITE TO FHDR-SITE-ID
           ACCEPT FHDR-CREATE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RESUB-TIME FROM TIME
           MOVE WS-RESUB-TIME(1:6) TO FHDR-CREATE-TIME
           MOVE WS-RESUB-FILE-SEQ TO FHDR-FILE-SEQ
           WRITE READING-RECORD
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-ITEM-COUNT
               IF ITEM-FIXED-FLAG(SX) = "Y" THEN
                   MOVE ITEM-BATCH-ID(SX) TO WS-RESUB-BATCH
                   PERFORM EMIT-ONE-RESUBMIT-BATCH
               END-IF
           END-PERFORM
           MOVE SPACES TO READING-RECORD
           MOVE "E" TO REC-TYPE
           MOVE WS-RESUB-BATCHES TO FTRL-BATCH-COUNT
           MOVE WS-RESUB-GRAND-HASH TO FTRL-GRAND-HASH
           WRITE READING-RECORD
           CLOSE RESUBMIT-FILE
           IF WS-RESUB-BATCHES > 0 THEN
               DISPLAY WS-RESUB-BATCHES
           MOVE WS-RESUB-COUNT TO TRL-DETAIL-COUNT
           MOVE WS-RESUB-HASH TO TRL-HASH-TOTAL
           WRITE READING-RECORD
           ADD WS-RESUB-HASH TO WS-RESUB-GRAND-HASH
           ADD 1 TO WS-RESUB-BATCHES.

       FIND-NEXT-RESUBMIT-SEQ.
           MOVE 0 TO WS-RESUB-FILE-SEQ
           OPEN INPUT RECEIVED-FILES
           IF WS-RCVF-STATUS = "00" THEN
               PERFORM READ-ONE-RECEIVED-FILE UNTIL END-OF-REGISTER
               CLOSE RECEIVED-FILES
           END-IF
           ADD 1 TO WS-RESUB-FILE-SEQ.

       READ-ONE-RECEIVED-FILE.
           READ RECEIVED-FILES
               AT END
                   MOVE "Y" TO WS-RCVF-EOF
               NOT AT END
                   IF RCVF-ACCEPTED
                       AND RCVF-SITE-ID = WS-RESUBMIT-SITE
                       AND RCVF-FILE-SEQ > WS-RESUB-FILE-SEQ THEN
                       MOVE RCVF-FILE-SEQ TO WS-RESUB-FILE-SEQ
                   END-IF
           END-READ.
