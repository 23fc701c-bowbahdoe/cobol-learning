       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT N-FILE ASSIGN USING N-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS N-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN USING CKPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-FILE-STATUS.
           SELECT STOP-FILE ASSIGN USING STOP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOP-FILE-STATUS.

           88 TRAILER-SEEN VALUE 'Y'.
       77  TRAILER-COUNT-IN PICTURE 9(9) VALUE ZERO.
       77  TRAILER-HASH-IN PICTURE 9(10) VALUE ZERO.
      * A copy of COLZDRV running one partition cut by COLZSPLT is
      * given its partition number in the COLZPART environment
      * variable. It then reads COLZINnn.DAT, checkpoints to
      * COLZCKnn.DAT, watches COLZSTnn.DAT, and logs as COLZDRnn, so
      * several copies can run side by side. Without COLZPART it
      * runs the whole of COLZIN.DAT as before.
       77  PARTITION-ID PICTURE X(2) VALUE SPACES.
       77  N-FILE-NAME PICTURE X(12) VALUE "COLZIN.DAT".
       77  CKPT-FILE-NAME PICTURE X(12) VALUE "COLZCKPT.DAT".
       77  STOP-FILE-NAME PICTURE X(12) VALUE "COLZSTOP.DAT".
       COPY numutil.
       COPY colzmst.
       COPY runctl.
       COPY runlog.
       COPY excplog.
       COPY runclock.

       PROCEDURE DIVISION.
           PERFORM BEGIN.
       BEGIN.
           MOVE "COLZDRV " TO RUNLOG-PROGRAM-NAME.
           PERFORM SELECT-PARTITION-FILES.
           SET RUNLOG-FN-START TO TRUE.
           PERFORM CALL-RUN-LOG.
           PERFORM START-RUN-CLOCK.
           IF PARTITION-ID NOT = SPACES AND (PARTITION-ID NOT NUMERIC
                   OR PARTITION-ID = "00")
               DISPLAY "COLZDRV: PARTITION '" PARTITION-ID
                   "' MUST BE 01 THROUGH 99"
               PERFORM WRITE-FAILED-SUMMARY
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           CALL "RUNCTL" USING RUNCTL-PARAMS.
           MOVE RUNCTL-CHECKPOINT-INTERVAL TO CHECKPOINT-INTERVAL.
           CALL "AUDITOPN".
           PERFORM CALL-MASTER.
           OPEN INPUT N-FILE.
           IF N-FILE-STATUS NOT = "00"
               DISPLAY RUNLOG-PROGRAM-NAME ": " N-FILE-NAME
                   " NOT AVAILABLE, STATUS = " N-FILE-STATUS
               CALL "AUDITCLS"
               PERFORM WRITE-FAILED-SUMMARY
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM READ-NEXT-RECORD.
           PERFORM PROCESS-ONE-N
               UNTIL NO-MORE-RECORDS OR STOP-REQUESTED
                   OR ELAPSED-LIMIT-REACHED.
           CLOSE N-FILE.
           SET COLZMST-FN-CLOSE TO TRUE.
           PERFORM CALL-MASTER.
           IF STOP-REQUESTED
               DISPLAY RUNLOG-PROGRAM-NAME
                   ": STOP REQUEST HONORED AFTER "
                   RECORDS-PROCESSED " RECORDS, CHECKPOINT KEPT"
               PERFORM RESET-STOP-REQUEST
               CALL "AUDITCLS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ELAPSED-LIMIT-REACHED
               DISPLAY RUNLOG-PROGRAM-NAME ": ELAPSED LIMIT OF "
                   RUNCTL-ELAPSED-LIMIT " SECONDS REACHED AFTER "
                   RECORDS-PROCESSED " RECORDS, CHECKPOINT KEPT"
               CALL "AUDITCLS"
               PERFORM WRITE-STOPPED-SUMMARY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT TRAILER-SEEN
                   OR TRAILER-COUNT-IN NOT = RECORDS-PROCESSED
                   OR TRAILER-HASH-IN NOT = HASH-TOTAL
               DISPLAY RUNLOG-PROGRAM-NAME ": " N-FILE-NAME
                   " TRAILER MISSING OR OUT OF BALANCE, RUN FAILED"
               CALL "AUDITCLS"
               PERFORM WRITE-FAILED-SUMMARY
               MOVE 12 TO RETURN-CODE
           CALL "RUNLOG" USING RUNLOG-FUNCTION, RUNLOG-PROGRAM-NAME,
               RUNLOG-COUNTS, RUNLOG-FINAL-STATUS.

       SELECT-PARTITION-FILES.
           MOVE SPACES TO PARTITION-ID.
           ACCEPT PARTITION-ID FROM ENVIRONMENT "COLZPART".
           IF PARTITION-ID = SPACES
               MOVE "COLZIN.DAT" TO N-FILE-NAME
               MOVE "COLZCKPT.DAT" TO CKPT-FILE-NAME
               MOVE "COLZSTOP.DAT" TO STOP-FILE-NAME
           ELSE
               IF PARTITION-ID IS NUMERIC AND PARTITION-ID NOT = "00"
                   MOVE SPACES TO N-FILE-NAME, CKPT-FILE-NAME,
                       STOP-FILE-NAME
                   STRING "COLZIN" PARTITION-ID ".DAT"
                       DELIMITED BY SIZE INTO N-FILE-NAME
                   STRING "COLZCK" PARTITION-ID ".DAT"
                       DELIMITED BY SIZE INTO CKPT-FILE-NAME
                   STRING "COLZST" PARTITION-ID ".DAT"
                       DELIMITED BY SIZE INTO STOP-FILE-NAME
                   STRING "COLZDR" PARTITION-ID
                       DELIMITED BY SIZE INTO RUNLOG-PROGRAM-NAME
               END-IF
           END-IF.

       LOAD-RESTART-POINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKPT-FILE-STATUS = "00"
           END-IF.

       LOG-OVERFLOW-EXCEPTION.
           MOVE RUNLOG-PROGRAM-NAME TO EXCP-PROGRAM-NAME.
           MOVE RECORDS-PROCESSED TO EXCP-RECORD-NUMBER.
           MOVE NUMUTIL-N-INT TO EXCP-INPUT-VALUE.
           SET EXCP-REASON-OVERFLOW TO TRUE.
               MOVE COLZMST-RESULT-STATUS TO NUMUTIL-STATUS
           ELSE
               CALL "COLLATZ" USING NUMUTIL-N-INT, NUMUTIL-RESULT-INT,
                   NUMUTIL-STATUS, NUMUTIL-COLLATZ-METRICS
               SET COLZMST-FN-WRITE TO TRUE
               MOVE NUMUTIL-N-INT TO COLZMST-N
               MOVE NUMUTIL-RESULT-INT TO COLZMST-STEPS
               MOVE ZERO TO COLZMST-PEAK
               MOVE NUMUTIL-STATUS TO COLZMST-RESULT-STATUS
               MOVE NUMUTIL-COLLATZ-METRICS TO COLZMST-METRICS
               PERFORM CALL-MASTER
           END-IF.

       CALL-MASTER.
           MOVE RUNLOG-PROGRAM-NAME TO COLZMST-CALLER.
           CALL "COLZMSTR" USING COLZMST-FUNCTION, COLZMST-N,
               COLZMST-STEPS, COLZMST-PEAK, COLZMST-RESULT-STATUS,
               COLZMST-RETURN, COLZMST-CALLER, COLZMST-METRICS.

       WRITE-CHECKPOINT-IF-DUE.
           ADD 1 TO RECORDS-SINCE-CHECKPOINT.
           PERFORM CHECK-STOP-REQUEST.
           PERFORM CHECK-ELAPSED-LIMIT.
           IF STOP-REQUESTED OR ELAPSED-LIMIT-REACHED
                   OR RECORDS-SINCE-CHECKPOINT >= CHECKPOINT-INTERVAL
               MOVE RECORDS-PROCESSED TO CHECKPOINT-RECORD
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE STOP-FILE
           END-IF.

       START-RUN-CLOCK.
           MOVE 'N' TO CLOCK-LIMIT-SWITCH.
           ACCEPT CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT CLOCK-TIME FROM TIME.
           COMPUTE CLOCK-START-DAY =
               FUNCTION INTEGER-OF-DATE (CLOCK-DATE).
           COMPUTE CLOCK-START-SECONDS =
               (CLOCK-HH * 3600) + (CLOCK-MM * 60) + CLOCK-SS.

       CHECK-ELAPSED-LIMIT.
           ACCEPT CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT CLOCK-TIME FROM TIME.
           COMPUTE CLOCK-DAY =
               FUNCTION INTEGER-OF-DATE (CLOCK-DATE).
           COMPUTE CLOCK-SECONDS =
               (CLOCK-HH * 3600) + (CLOCK-MM * 60) + CLOCK-SS.
           COMPUTE CLOCK-ELAPSED =
               ((CLOCK-DAY - CLOCK-START-DAY) * 86400)
                   + CLOCK-SECONDS - CLOCK-START-SECONDS.
           IF CLOCK-ELAPSED >= RUNCTL-ELAPSED-LIMIT
               SET ELAPSED-LIMIT-REACHED TO TRUE
           END-IF.

       RESET-STOP-REQUEST.
           OPEN OUTPUT STOP-FILE.
           MOVE 'N' TO STOP-RECORD.
