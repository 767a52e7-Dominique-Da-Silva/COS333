       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterConvert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FLAT ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFLAT-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERATOR-MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT INSTRUMENT-FLAT ASSIGN TO "INSTRUMENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IFLAT-STATUS.
           SELECT INSTRUMENT-MASTER ASSIGN TO "INSTRUMENT-MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSM-ID
               FILE STATUS IS WS-INSM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FLAT.
       01  OPERATOR-FLAT-RECORD    PIC X(48).
       FD  OPERATOR-MASTER.
       COPY OPERREC.
       FD  INSTRUMENT-FLAT.
       01  INSTRUMENT-FLAT-RECORD  PIC X(56).
       FD  INSTRUMENT-MASTER.
       COPY INSTREC.
       WORKING-STORAGE SECTION.
       01 WS-OFLAT-STATUS PIC X(2).
       01 WS-OPER-STATUS PIC X(2).
       01 WS-IFLAT-STATUS PIC X(2).
       01 WS-INSM-STATUS PIC X(2).
       01 WS-EOF-FLAG PIC X(1).
           88 END-OF-FLAT-FILE VALUE "Y".
       01 WS-LOADED-FLAG PIC X(1).
           88 INDEX-ALREADY-LOADED VALUE "Y".
       01 WS-LOAD-COUNT PIC 9(5).
       01 WS-DUP-COUNT PIC 9(5).
       PROCEDURE DIVISION.
      * One-time move of the operator and instrument masters from the
      * flat files onto keyed files. From then on OperatorMaint and
      * InstrumentMaint keep the keyed files and the flat ones are
      * left as they were. A keyed file that already holds records
      * has been converted, or maintained since, and is never
      * overwritten. Later rows win on a duplicate key, as the last
      * match did when Statistics searched the flat file in memory.
      * The keyed file is created empty and reopened I-O so that a
      * duplicate can be rewritten in place.
       BEGIN.
           MOVE 0 TO RETURN-CODE
           PERFORM CONVERT-OPERATOR-MASTER.
           PERFORM CONVERT-INSTRUMENT-MASTER.
           STOP RUN.

       CONVERT-OPERATOR-MASTER.
           MOVE "N" TO WS-LOADED-FLAG
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPER-STATUS = "00" THEN
               MOVE LOW-VALUES TO OPER-ID
               START OPERATOR-MASTER KEY >= OPER-ID
                   NOT INVALID KEY
                       MOVE "Y" TO WS-LOADED-FLAG
               END-START
               CLOSE OPERATOR-MASTER
           END-IF
           OPEN INPUT OPERATOR-FLAT
           EVALUATE TRUE
               WHEN INDEX-ALREADY-LOADED
                   DISPLAY "OPERATOR-MASTER.IDX already holds "
                       "records - operator master not converted"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OFLAT-STATUS NOT = "00"
                   DISPLAY "OPERATOR-MASTER.DAT not found - "
                       "no operators to convert"
                   IF RETURN-CODE < 4 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   PERFORM LOAD-OPERATOR-INDEX
           END-EVALUATE
           IF WS-OFLAT-STATUS = "00" THEN
               CLOSE OPERATOR-FLAT
           END-IF.

       LOAD-OPERATOR-INDEX.
           MOVE 0 TO WS-LOAD-COUNT
           MOVE 0 TO WS-DUP-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN OUTPUT OPERATOR-MASTER
           IF WS-OPER-STATUS = "00" THEN
               CLOSE OPERATOR-MASTER
               OPEN I-O OPERATOR-MASTER
           END-IF
           IF WS-OPER-STATUS NOT = "00" THEN
               DISPLAY "Cannot create OPERATOR-MASTER.IDX - status "
                   WS-OPER-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM LOAD-ONE-OPERATOR UNTIL END-OF-FLAT-FILE
               CLOSE OPERATOR-MASTER
               DISPLAY WS-LOAD-COUNT " operators loaded to "
                   "OPERATOR-MASTER.IDX, " WS-DUP-COUNT
                   " duplicate IDs replaced"
           END-IF.

       LOAD-ONE-OPERATOR.
           READ OPERATOR-FLAT
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE OPERATOR-FLAT-RECORD TO OPERATOR-RECORD
                   WRITE OPERATOR-RECORD
                       INVALID KEY
                           DISPLAY "Duplicate operator " OPER-ID
                               " - later entry kept"
                           ADD 1 TO WS-DUP-COUNT
                           REWRITE OPERATOR-RECORD
                       NOT INVALID KEY
                           ADD 1 TO WS-LOAD-COUNT
                   END-WRITE
           END-READ.

       CONVERT-INSTRUMENT-MASTER.
           MOVE "N" TO WS-LOADED-FLAG
           OPEN INPUT INSTRUMENT-MASTER
           IF WS-INSM-STATUS = "00" THEN
               MOVE LOW-VALUES TO INSM-ID
               START INSTRUMENT-MASTER KEY >= INSM-ID
                   NOT INVALID KEY
                       MOVE "Y" TO WS-LOADED-FLAG
               END-START
               CLOSE INSTRUMENT-MASTER
           END-IF
           OPEN INPUT INSTRUMENT-FLAT
           EVALUATE TRUE
               WHEN INDEX-ALREADY-LOADED
                   DISPLAY "INSTRUMENT-MASTER.IDX already holds "
                       "records - instrument master not converted"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-IFLAT-STATUS NOT = "00"
                   DISPLAY "INSTRUMENT-MASTER.DAT not found - "
                       "no instruments to convert"
                   IF RETURN-CODE < 4 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   PERFORM LOAD-INSTRUMENT-INDEX
           END-EVALUATE
           IF WS-IFLAT-STATUS = "00" THEN
               CLOSE INSTRUMENT-FLAT
           END-IF.

       LOAD-INSTRUMENT-INDEX.
           MOVE 0 TO WS-LOAD-COUNT
           MOVE 0 TO WS-DUP-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN OUTPUT INSTRUMENT-MASTER
           IF WS-INSM-STATUS = "00" THEN
               CLOSE INSTRUMENT-MASTER
               OPEN I-O INSTRUMENT-MASTER
           END-IF
           IF WS-INSM-STATUS NOT = "00" THEN
               DISPLAY "Cannot create INSTRUMENT-MASTER.IDX - status "
                   WS-INSM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM LOAD-ONE-INSTRUMENT UNTIL END-OF-FLAT-FILE
               CLOSE INSTRUMENT-MASTER
               DISPLAY WS-LOAD-COUNT " instruments loaded to "
                   "INSTRUMENT-MASTER.IDX, " WS-DUP-COUNT
                   " duplicate IDs replaced"
           END-IF.

       LOAD-ONE-INSTRUMENT.
           READ INSTRUMENT-FLAT
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE INSTRUMENT-FLAT-RECORD TO INSTRUMENT-RECORD
                   WRITE INSTRUMENT-RECORD
                       INVALID KEY
                           DISPLAY "Duplicate instrument " INSM-ID
                               " - later entry kept"
                           ADD 1 TO WS-DUP-COUNT
                           REWRITE INSTRUMENT-RECORD
                       NOT INVALID KEY
                           ADD 1 TO WS-LOAD-COUNT
                   END-WRITE
           END-READ.
