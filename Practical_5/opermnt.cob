       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT MASTER-CHANGE-FILE ASSIGN TO "MASTER-CHANGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCHG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       COPY OPERREC.
       FD  MASTER-CHANGE-FILE.
       COPY MCHGREC.
       WORKING-STORAGE SECTION.
       01 WS-OPER-STATUS PIC X(2).
       01 WS-OPER-EOF PIC X(1) VALUE "N".
           88 END-OF-OPER-MASTER VALUE "Y".
       01 WS-OPER-LISTED PIC 9(5).
       01 WS-DONE-FLAG PIC X(1) VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 WS-CHANGED-FLAG PIC X(1) VALUE "N".
       01 WS-ACTION PIC X(1).
       01 WS-ANSWER-ID PIC X(8).
       01 WS-ANSWER-DATE PIC X(10).
       01 WS-DATE-VALUE PIC 9(8).
       01 WS-FOUND-SW PIC X(1).
       01 WS-MCHG-STATUS PIC X(2).
       01 WS-USER-ID PIC X(8).
       01 WS-CHG-FIELD PIC X(12).
       01 WS-CHG-BEFORE PIC X(30).
       01 WS-CHG-AFTER PIC X(30).
       01 WS-CHG-TIME PIC 9(8).
       01 WS-OLD-NAME PIC X(30).
       01 WS-OLD-CERT PIC X(1).
       01 WS-OLD-EXPIRY PIC 9(8).
       01 WS-OLD-ACTIVE PIC X(1).
       PROCEDURE DIVISION.
      * Each change goes straight to the keyed master and then to the
      * change journal, so there is nothing held back to lose and no
      * limit on how many operators the lab can carry.
       BEGIN.
           PERFORM ASK-USER-ID.
           IF WS-USER-ID = SPACES THEN
               DISPLAY "Maintenance refused - user ID is required"
               STOP RUN
           END-IF
           PERFORM OPEN-OPERATOR-MASTER.
           PERFORM OPEN-CHANGE-JOURNAL.
           PERFORM GET-ACTION UNTIL MAINT-DONE.
           CLOSE OPERATOR-MASTER
           CLOSE MASTER-CHANGE-FILE
           IF WS-CHANGED-FLAG = "Y" THEN
               DISPLAY "OPERATOR-MASTER.IDX updated"
           ELSE
               DISPLAY "No changes made"
           END-IF
           STOP RUN.

      * Every change is journalled against whoever made it, so the
      * session does not start without a name to put on them.
       ASK-USER-ID.
           DISPLAY "USER ID: " WITH NO ADVANCING
           ACCEPT WS-USER-ID
           MOVE FUNCTION UPPER-CASE(WS-USER-ID) TO WS-USER-ID.

       OPEN-OPERATOR-MASTER.
           OPEN I-O OPERATOR-MASTER
           IF WS-OPER-STATUS = "35" THEN
               DISPLAY "OPERATOR-MASTER.IDX not found - "
                   "a new file will be created"
               OPEN OUTPUT OPERATOR-MASTER
               CLOSE OPERATOR-MASTER
               OPEN I-O OPERATOR-MASTER
           END-IF
           IF WS-OPER-STATUS NOT = "00" THEN
               DISPLAY "Maintenance refused - cannot open "
                   "OPERATOR-MASTER.IDX - status " WS-OPER-STATUS
               STOP RUN
           END-IF.

      * A change that cannot be journalled is not made - the journal
      * is the only record of who changed the master and when.
       OPEN-CHANGE-JOURNAL.
           OPEN EXTEND MASTER-CHANGE-FILE
           IF WS-MCHG-STATUS = "35" THEN
               OPEN OUTPUT MASTER-CHANGE-FILE
               CLOSE MASTER-CHANGE-FILE
               OPEN EXTEND MASTER-CHANGE-FILE
           END-IF
           IF WS-MCHG-STATUS NOT = "00" THEN
               DISPLAY "Maintenance refused - cannot open "
                   "MASTER-CHANGE.DAT - status " WS-MCHG-STATUS
               CLOSE OPERATOR-MASTER
               STOP RUN
           END-IF.

       GET-ACTION.
           DISPLAY " "
           END-EVALUATE.

       ADD-OPERATOR.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-ANSWER-ID
           MOVE FUNCTION UPPER-CASE(WS-ANSWER-ID)
               TO WS-ANSWER-ID
           IF WS-ANSWER-ID = SPACES THEN
               DISPLAY "Operator ID may not be blank"
           ELSE
               PERFORM FIND-OPERATOR
               IF WS-FOUND-SW = "Y" THEN
                   DISPLAY "Operator " WS-ANSWER-ID
                       " is already on file"
               ELSE
                   PERFORM ADD-OPERATOR-ENTRY
               END-IF
           END-IF.

      * An add is journalled field by field from blank, so the values
      * the operator started with are on record as well.
       ADD-OPERATOR-ENTRY.
           DISPLAY "OPERATOR NAME: " WITH NO ADVANCING
           ACCEPT WS-ANSWER-NAME
           IF WS-ANSWER-CERT NOT = "C" AND WS-ANSWER-CERT NOT = "U"
               MOVE "U" TO WS-ANSWER-CERT
           END-IF
           MOVE WS-ANSWER-ID TO OPER-ID
           MOVE WS-ANSWER-NAME TO OPER-NAME
           MOVE WS-ANSWER-CERT TO OPER-CERT-STATUS
           MOVE 0 TO OPER-CERT-EXPIRY
           IF WS-ANSWER-CERT = "C" THEN
               DISPLAY "CERT EXPIRY YYYYMMDD: " WITH NO ADVANCING
               PERFORM ACCEPT-DATE-VALUE
               MOVE WS-DATE-VALUE TO OPER-CERT-EXPIRY
           END-IF
           MOVE "A" TO OPER-ACTIVE-FLAG
           WRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "Operator " WS-ANSWER-ID
                       " not added - status " WS-OPER-STATUS
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHANGED-FLAG
                   MOVE SPACES TO WS-CHG-BEFORE
                   MOVE "RECORD" TO WS-CHG-FIELD
                   MOVE "ADDED" TO WS-CHG-AFTER
                   PERFORM NOTE-CHANGE
                   MOVE "NAME" TO WS-CHG-FIELD
                   MOVE OPER-NAME TO WS-CHG-AFTER
                   PERFORM NOTE-CHANGE
                   MOVE "CERT-STATUS" TO WS-CHG-FIELD
                   MOVE OPER-CERT-STATUS TO WS-CHG-AFTER
                   PERFORM NOTE-CHANGE
                   MOVE "CERT-EXPIRY" TO WS-CHG-FIELD
                   MOVE OPER-CERT-EXPIRY TO WS-CHG-AFTER
                   PERFORM NOTE-CHANGE
                   MOVE "ACTIVE" TO WS-CHG-FIELD
                   MOVE OPER-ACTIVE-FLAG TO WS-CHG-AFTER
                   PERFORM NOTE-CHANGE
                   DISPLAY "Operator " WS-ANSWER-ID " added"
           END-WRITE.

      * A blank or unparseable date is stored as zero - Statistics
      * treats a zero expiry on a certified operator as lapsed.
               IF WS-DATE-VALUE = 0 THEN
                   DISPLAY "Expiry date is required to recertify"
               ELSE
                   MOVE "C" TO OPER-CERT-STATUS
                   MOVE WS-DATE-VALUE TO OPER-CERT-EXPIRY
                   PERFORM REWRITE-OPERATOR
                   IF WS-OPER-STATUS = "00" THEN
                       DISPLAY "Operator " WS-ANSWER-ID
                           " recertified to " WS-DATE-VALUE
                   END-IF
               END-IF
           END-IF.

           IF WS-FOUND-SW = "N" THEN
               DISPLAY "Operator " WS-ANSWER-ID " is not on file"
           ELSE
               MOVE "I" TO OPER-ACTIVE-FLAG
               PERFORM REWRITE-OPERATOR
               IF WS-OPER-STATUS = "00" THEN
                   DISPLAY "Operator " WS-ANSWER-ID " deactivated"
               END-IF
           END-IF.

       REACTIVATE-OPERATOR.
           IF WS-FOUND-SW = "N" THEN
               DISPLAY "Operator " WS-ANSWER-ID " is not on file"
           ELSE
               MOVE "A" TO OPER-ACTIVE-FLAG
               PERFORM REWRITE-OPERATOR
               IF WS-OPER-STATUS = "00" THEN
                   DISPLAY "Operator " WS-ANSWER-ID " reactivated"
               END-IF
           END-IF.

      * The values as read are kept aside so that, once the rewrite
      * has gone through, each field that moved can be journalled.
       FIND-OPERATOR.
           MOVE "N" TO WS-FOUND-SW
           MOVE WS-ANSWER-ID TO OPER-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE OPER-NAME TO WS-OLD-NAME
                   MOVE OPER-CERT-STATUS TO WS-OLD-CERT
                   MOVE OPER-CERT-EXPIRY TO WS-OLD-EXPIRY
                   MOVE OPER-ACTIVE-FLAG TO WS-OLD-ACTIVE
           END-READ.

       REWRITE-OPERATOR.
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "Operator " WS-ANSWER-ID
                       " not updated - status " WS-OPER-STATUS
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHANGED-FLAG
                   PERFORM JOURNAL-OPERATOR-CHANGES
           END-REWRITE.

       JOURNAL-OPERATOR-CHANGES.
           IF OPER-NAME NOT = WS-OLD-NAME THEN
               MOVE "NAME" TO WS-CHG-FIELD
               MOVE WS-OLD-NAME TO WS-CHG-BEFORE
               MOVE OPER-NAME TO WS-CHG-AFTER
               PERFORM NOTE-CHANGE
           END-IF
           IF OPER-CERT-STATUS NOT = WS-OLD-CERT THEN
               MOVE "CERT-STATUS" TO WS-CHG-FIELD
               MOVE WS-OLD-CERT TO WS-CHG-BEFORE
               MOVE OPER-CERT-STATUS TO WS-CHG-AFTER
               PERFORM NOTE-CHANGE
           END-IF
           IF OPER-CERT-EXPIRY NOT = WS-OLD-EXPIRY THEN
               MOVE "CERT-EXPIRY" TO WS-CHG-FIELD
               MOVE WS-OLD-EXPIRY TO WS-CHG-BEFORE
               MOVE OPER-CERT-EXPIRY TO WS-CHG-AFTER
               PERFORM NOTE-CHANGE
           END-IF
           IF OPER-ACTIVE-FLAG NOT = WS-OLD-ACTIVE THEN
               MOVE "ACTIVE" TO WS-CHG-FIELD
               MOVE WS-OLD-ACTIVE TO WS-CHG-BEFORE
               MOVE OPER-ACTIVE-FLAG TO WS-CHG-AFTER
               PERFORM NOTE-CHANGE
           END-IF.

       NOTE-CHANGE.
           ACCEPT MCHG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CHG-TIME FROM TIME
           MOVE WS-CHG-TIME(1:6) TO MCHG-TIME
           MOVE WS-USER-ID TO MCHG-USER
           MOVE "OPER" TO MCHG-FILE
           MOVE WS-ANSWER-ID TO MCHG-KEY
           MOVE WS-CHG-FIELD TO MCHG-FIELD
           MOVE WS-CHG-BEFORE TO MCHG-BEFORE
           MOVE WS-CHG-AFTER TO MCHG-AFTER
           WRITE MCHG-RECORD
           IF WS-MCHG-STATUS NOT = "00" THEN
               PERFORM SHOW-UNJOURNALLED-CHANGE
           END-IF.

      * The master has already taken the change, so it is shown in
      * full for the journal to be made up by hand.
       SHOW-UNJOURNALLED-CHANGE.
           DISPLAY "MASTER-CHANGE.DAT write failed - status "
               WS-MCHG-STATUS " - change NOT JOURNALLED:"
           DISPLAY "  FILE " MCHG-FILE " KEY " MCHG-KEY
               " FIELD " MCHG-FIELD " BY " MCHG-USER
               " ON " MCHG-DATE " " MCHG-TIME
           DISPLAY "  BEFORE " MCHG-BEFORE
           DISPLAY "  AFTER  " MCHG-AFTER.

       LIST-OPERATORS.
           MOVE 0 TO WS-OPER-LISTED
           MOVE "N" TO WS-OPER-EOF
           MOVE LOW-VALUES TO OPER-ID
           START OPERATOR-MASTER KEY >= OPER-ID
               INVALID KEY
                   MOVE "Y" TO WS-OPER-EOF
           END-START
           PERFORM LIST-ONE-OPERATOR UNTIL END-OF-OPER-MASTER
           IF WS-OPER-LISTED = 0 THEN
               DISPLAY "Operator master is empty"
           END-IF.

       LIST-ONE-OPERATOR.
           READ OPERATOR-MASTER NEXT
               AT END
                   MOVE "Y" TO WS-OPER-EOF
               NOT AT END
                   IF WS-OPER-LISTED = 0 THEN
                       DISPLAY "ID       NAME"
                           "                           CERT EXPIRY"
                           "   ACTIVE"
                   END-IF
                   ADD 1 TO WS-OPER-LISTED
                   DISPLAY OPER-ID " " OPER-NAME
                       " " OPER-CERT-STATUS "    "
                       OPER-CERT-EXPIRY " "
                       OPER-ACTIVE-FLAG
           END-READ.
