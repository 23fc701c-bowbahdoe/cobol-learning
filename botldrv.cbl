           SELECT START-FILE ASSIGN TO "BOTLIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS START-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "BOTLCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  STR-SEP PICTURE X(01).
           05  STR-TEMPLATE-CODE PICTURE X(4).

      * Requests read and songs written to BOTLRPT.DAT so far. Each
      * request appends a whole song to the report, so the
      * checkpoint is taken after every request; a restart never
      * writes a song twice.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CKP-REQUESTS-READ      PICTURE 9(9).
           05  CKP-SEP                PICTURE X(01).
           05  CKP-REQUESTS-COMPLETED PICTURE 9(9).

       WORKING-STORAGE SECTION.
       77  EOF-SWITCH PICTURE X VALUE 'N'.
           88 NO-MORE-RECORDS VALUE 'Y'.
       77  REQUESTS-READ PICTURE 9(9) VALUE ZERO.
       77  REQUESTS-COMPLETED PICTURE 9(9) VALUE ZERO.
       77  EXCEPTION-COUNT PICTURE 9(9) VALUE ZERO.
       77  CKPT-FILE-STATUS PICTURE XX.
       77  RESTART-REQUEST-COUNT PICTURE 9(9) VALUE ZERO.
       77  PRIOR-COMPLETED PICTURE 9(9) VALUE ZERO.
       77  RESTART-SWITCH PICTURE X VALUE 'N'.
           88 HAVE-RESTART-POINT VALUE 'Y'.
       COPY runctl.
       COPY runlog.
       COPY runclock.

       PROCEDURE DIVISION.
           PERFORM BEGIN.
           MOVE "BOTLDRV " TO RUNLOG-PROGRAM-NAME.
           SET RUNLOG-FN-START TO TRUE.
           PERFORM CALL-RUN-LOG.
           PERFORM START-RUN-CLOCK.
           CALL "RUNCTL" USING RUNCTL-PARAMS.
           CALL "AUDITOPN".
           PERFORM LOAD-RESTART-POINT.
           OPEN INPUT START-FILE.
           IF START-FILE-STATUS NOT = "00"
               DISPLAY "BOTLDRV: BOTLIN.DAT NOT AVAILABLE, STATUS = "
               CALL "AUDITCLS"
               PERFORM CALL-RUN-LOG
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-NEXT-REQUEST.
           PERFORM PROCESS-ONE-REQUEST
               UNTIL NO-MORE-RECORDS OR ELAPSED-LIMIT-REACHED.
           CLOSE START-FILE.
           CALL "AUDITCLS".
           MOVE REQUESTS-READ TO RUNLOG-RECORDS-READ.
           MOVE REQUESTS-COMPLETED TO RUNLOG-RECORDS-PROCESSED.
           MOVE EXCEPTION-COUNT TO RUNLOG-EXCEPTION-COUNT.
           IF ELAPSED-LIMIT-REACHED
               DISPLAY "BOTLDRV: ELAPSED LIMIT OF "
                   RUNCTL-ELAPSED-LIMIT " SECONDS REACHED AFTER "
                   REQUESTS-READ " REQUESTS, CHECKPOINT KEPT"
               SET RUNLOG-STATUS-STOPPED TO TRUE
               SET RUNLOG-FN-END TO TRUE
               PERFORM CALL-RUN-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CLEAR-CHECKPOINT.
           IF EXCEPTION-COUNT > ZERO
               SET RUNLOG-STATUS-EXCEPTIONS TO TRUE
               MOVE 4 TO RETURN-CODE
           DISPLAY "BOTLDRV: " REQUESTS-READ " REQUESTS READ, "
               REQUESTS-COMPLETED " COMPLETED, "
               EXCEPTION-COUNT " IN ERROR".
           GOBACK.

       PROCESS-ONE-REQUEST.
           ADD 1 TO REQUESTS-READ.
           IF HAVE-RESTART-POINT
                   AND REQUESTS-READ <= RESTART-REQUEST-COUNT
               CONTINUE
           ELSE
               PERFORM RUN-ONE-REQUEST
               PERFORM WRITE-CHECKPOINT
               PERFORM CHECK-ELAPSED-LIMIT
           END-IF.
           PERFORM READ-NEXT-REQUEST.

       RUN-ONE-REQUEST.
           IF STR-COUNT IS NOT NUMERIC OR STR-COUNT = ZERO
               DISPLAY "BOTLDRV: BAD REQUEST RECORD '" START-RECORD
                   "' SKIPPED"
               MOVE STR-TEMPLATE-CODE TO TEMPLATE-CODE-PARAM
               MOVE REQUESTS-READ TO REQUEST-NUMBER-PARAM
               IF REQUESTS-COMPLETED = ZERO
                       AND PRIOR-COMPLETED = ZERO
                   MOVE 'Y' TO FIRST-OUTPUT-PARAM
               ELSE
                   MOVE 'N' TO FIRST-OUTPUT-PARAM
                   FIRST-OUTPUT-PARAM
               ADD 1 TO REQUESTS-COMPLETED
           END-IF.

       LOAD-RESTART-POINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKPT-FILE-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END MOVE ZERO TO CKP-REQUESTS-READ
               END-READ
               CLOSE CHECKPOINT-FILE
               IF CKP-REQUESTS-READ IS NUMERIC
                       AND CKP-REQUESTS-READ > ZERO
                   MOVE CKP-REQUESTS-READ TO RESTART-REQUEST-COUNT
                   MOVE CKP-REQUESTS-COMPLETED TO PRIOR-COMPLETED
                   SET HAVE-RESTART-POINT TO TRUE
                   DISPLAY "BOTLDRV: RESTARTING AFTER REQUEST "
                       RESTART-REQUEST-COUNT
               END-IF
           END-IF.

       WRITE-CHECKPOINT.
           MOVE REQUESTS-READ TO CKP-REQUESTS-READ.
           MOVE SPACE TO CKP-SEP.
           COMPUTE CKP-REQUESTS-COMPLETED =
               PRIOR-COMPLETED + REQUESTS-COMPLETED.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

       CLEAR-CHECKPOINT.
           MOVE ZERO TO CKP-REQUESTS-READ.
           MOVE SPACE TO CKP-SEP.
           MOVE ZERO TO CKP-REQUESTS-COMPLETED.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

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

       READ-NEXT-REQUEST.
           READ START-FILE
