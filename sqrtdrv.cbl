           SELECT N-FILE ASSIGN TO "SQRTIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS N-FILE-STATUS.
           SELECT RESULT-FILE ASSIGN TO "SQRTOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECKPOINT-FILE ASSIGN TO "SQRTCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  NTR-SEP-2        PICTURE X(01).
           05  NTR-HASH-TOTAL   PICTURE 9(10).

       FD  RESULT-FILE.
       01  RESULT-RECORD.
           05  SRR-N            PICTURE 9(5)V9(5).
           05  SRR-SEP-1        PICTURE X(01).
           05  SRR-EPSILON      PICTURE 9(5)V9(5).
           05  SRR-SEP-2        PICTURE X(01).
           05  SRR-ROOT         PICTURE 9(5)V9(5).
           05  SRR-SEP-3        PICTURE X(01).
           05  SRR-ITERATIONS   PICTURE 9(4).
           05  SRR-SEP-4        PICTURE X(01).
           05  SRR-STATUS       PICTURE X.
           05  SRR-SEP-5        PICTURE X(01).
           05  SRR-SOURCE       PICTURE X.
       01  RESULT-TRAILER-RECORD.
           05  RTR-ID           PICTURE X.
           05  RTR-SEP-1        PICTURE X(01).
           05  RTR-RECORD-COUNT PICTURE 9(9).
           05  RTR-SEP-2        PICTURE X(01).
           05  RTR-HASH-TOTAL   PICTURE 9(10).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD PICTURE 9(9).

       WORKING-STORAGE SECTION.
       77  EOF-SWITCH PICTURE X VALUE 'N'.
           88 NO-MORE-RECORDS VALUE 'Y'.
       77  N-FILE-STATUS PICTURE XX.
       77  CKPT-FILE-STATUS PICTURE XX.
       77  RESTART-RECORD-COUNT PICTURE 9(9) VALUE ZERO.
       77  RESTART-SWITCH PICTURE X VALUE 'N'.
           88 HAVE-RESTART-POINT VALUE 'Y'.
       77  CHECKPOINT-INTERVAL PICTURE 9(4) VALUE 100.
       77  RECORDS-SINCE-CHECKPOINT PICTURE 9(4) VALUE ZERO.
       77  RECORDS-PROCESSED PICTURE 9(9) VALUE ZERO.
       77  EXCEPTION-COUNT PICTURE 9(9) VALUE ZERO.
       77  HASH-TOTAL PICTURE 9(10) VALUE ZERO.
           88 TRAILER-SEEN VALUE 'Y'.
       77  TRAILER-COUNT-IN PICTURE 9(9) VALUE ZERO.
       77  TRAILER-HASH-IN PICTURE 9(10) VALUE ZERO.
       77  RESULTS-WRITTEN PICTURE 9(9) VALUE ZERO.
       77  MASTER-HITS PICTURE 9(9) VALUE ZERO.
       77  RESULT-SOURCE PICTURE X.
           88 RESULT-FROM-MASTER VALUE 'M'.
           88 RESULT-COMPUTED VALUE 'C'.
       COPY numutil.
       COPY runctl.
       COPY runlog.
       COPY excplog.
       COPY sqrtmst.
       COPY runclock.
       77  EPSILON-PARAM PICTURE 9(5)V9(5) VALUE ZERO.
       77  ITERATIONS-OUT PICTURE 9(4).
       77  TRACE-SWITCH-PARAM PICTURE X VALUE 'N'.
           MOVE "SQRTDRV " TO RUNLOG-PROGRAM-NAME.
           SET RUNLOG-FN-START TO TRUE.
           PERFORM CALL-RUN-LOG.
           PERFORM START-RUN-CLOCK.
           CALL "RUNCTL" USING RUNCTL-PARAMS.
           MOVE RUNCTL-MAX-ITERATIONS TO MAX-ITER-PARAM.
           MOVE RUNCTL-CHECKPOINT-INTERVAL TO CHECKPOINT-INTERVAL.
           CALL "AUDITOPN".
           PERFORM LOAD-RESTART-POINT.
           SET SQRTMST-FN-OPEN TO TRUE.
           PERFORM CALL-MASTER.
           OPEN INPUT N-FILE.
           IF N-FILE-STATUS NOT = "00"
               DISPLAY "SQRTDRV: SQRTIN.DAT NOT AVAILABLE, STATUS = "
                   N-FILE-STATUS
               SET SQRTMST-FN-CLOSE TO TRUE
               PERFORM CALL-MASTER
               CALL "AUDITCLS"
               PERFORM WRITE-FAILED-SUMMARY
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RESULT-FILE.
           PERFORM READ-NEXT-RECORD.
           PERFORM PROCESS-ONE-N
               UNTIL NO-MORE-RECORDS OR ELAPSED-LIMIT-REACHED.
           CLOSE N-FILE.
           IF ELAPSED-LIMIT-REACHED
               CLOSE RESULT-FILE
               SET SQRTMST-FN-CLOSE TO TRUE
               PERFORM CALL-MASTER
               DISPLAY "SQRTDRV: ELAPSED LIMIT OF "
                   RUNCTL-ELAPSED-LIMIT " SECONDS REACHED AFTER "
                   RECORDS-PROCESSED " RECORDS, CHECKPOINT KEPT"
               CALL "AUDITCLS"
               PERFORM WRITE-STOPPED-SUMMARY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-RESULT-TRAILER.
           CLOSE RESULT-FILE.
           SET SQRTMST-FN-CLOSE TO TRUE.
           PERFORM CALL-MASTER.
           DISPLAY "SQRTDRV: " RECORDS-PROCESSED " RECORDS, "
               MASTER-HITS " FROM MASTER, "
               RESULTS-WRITTEN " RESULTS WRITTEN TO SQRTOUT.DAT".
           IF NOT TRAILER-SEEN
                   OR TRAILER-COUNT-IN NOT = RECORDS-PROCESSED
                   OR TRAILER-HASH-IN NOT = HASH-TOTAL
               CALL "AUDITCLS"
               PERFORM WRITE-FAILED-SUMMARY
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CLEAR-CHECKPOINT.
           CALL "AUDITCLS".
           PERFORM WRITE-FINAL-SUMMARY.
           GOBACK.

       WRITE-FINAL-SUMMARY.
           MOVE RECORDS-PROCESSED TO RUNLOG-RECORDS-READ.
               MOVE ZERO TO RETURN-CODE
           END-IF.

       WRITE-STOPPED-SUMMARY.
           MOVE RECORDS-PROCESSED TO RUNLOG-RECORDS-READ.
           MOVE RECORDS-PROCESSED TO RUNLOG-RECORDS-PROCESSED.
           MOVE EXCEPTION-COUNT TO RUNLOG-EXCEPTION-COUNT.
           SET RUNLOG-STATUS-STOPPED TO TRUE.
           SET RUNLOG-FN-END TO TRUE.
           PERFORM CALL-RUN-LOG.

       WRITE-FAILED-SUMMARY.
           MOVE RECORDS-PROCESSED TO RUNLOG-RECORDS-READ.
           MOVE RECORDS-PROCESSED TO RUNLOG-RECORDS-PROCESSED.
           ELSE
               MOVE NFR-TRACE-SWITCH TO TRACE-SWITCH-PARAM
           END-IF.
           IF HAVE-RESTART-POINT
                   AND RECORDS-PROCESSED <= RESTART-RECORD-COUNT
               PERFORM RESTORE-ONE-N
               PERFORM WRITE-RESULT-RECORD
           ELSE
               PERFORM SOLVE-ONE-N
               PERFORM WRITE-RESULT-RECORD
               IF NUMUTIL-STATUS-MAX-ITER
                   ADD 1 TO EXCEPTION-COUNT
                   PERFORM LOG-MAXITER-EXCEPTION
                   DISPLAY "N = " NUMUTIL-N-DEC
                       ", DID NOT CONVERGE WITHIN MAXIMUM ITERATIONS"
               ELSE
                   DISPLAY "N = " NUMUTIL-N-DEC ", SQRT = "
                       NUMUTIL-RESULT-DEC ", ITERATIONS = "
                       ITERATIONS-OUT
               END-IF
               PERFORM WRITE-CHECKPOINT-IF-DUE
           END-IF.

      * Records up to the restart point were settled by the run that
      * stopped, so their results are rebuilt into SQRTOUT.DAT from
      * the master as stored, MAXITER included; that run has already
      * logged their exceptions. Only a record missing from the
      * master is solved again.
       RESTORE-ONE-N.
           SET SQRTMST-FN-READ TO TRUE.
           MOVE NUMUTIL-N-DEC TO SQRTMST-N.
           MOVE EPSILON-PARAM TO SQRTMST-EPSILON.
           PERFORM CALL-MASTER.
           IF SQRTMST-FOUND
               MOVE SQRTMST-ROOT TO NUMUTIL-RESULT-DEC
               MOVE SQRTMST-ITERATIONS TO ITERATIONS-OUT
               MOVE SQRTMST-RESULT-STATUS TO NUMUTIL-STATUS
               SET RESULT-FROM-MASTER TO TRUE
               ADD 1 TO MASTER-HITS
           ELSE
               PERFORM SOLVE-ONE-N
           END-IF.

      * A root already settled at this N and EPSILON is taken from
      * the master. A MAXITER result is not trusted from the master;
      * it is solved again in case the iteration limit has since
      * been raised, and the new outcome replaces it.
       SOLVE-ONE-N.
           SET SQRTMST-FN-READ TO TRUE.
           MOVE NUMUTIL-N-DEC TO SQRTMST-N.
           MOVE EPSILON-PARAM TO SQRTMST-EPSILON.
           PERFORM CALL-MASTER.
           IF SQRTMST-FOUND AND SQRTMST-RESULT-OK
               MOVE SQRTMST-ROOT TO NUMUTIL-RESULT-DEC
               MOVE SQRTMST-ITERATIONS TO ITERATIONS-OUT
               MOVE SQRTMST-RESULT-STATUS TO NUMUTIL-STATUS
               SET RESULT-FROM-MASTER TO TRUE
               ADD 1 TO MASTER-HITS
           ELSE
               CALL "SQRT" USING NUMUTIL-N-DEC, NUMUTIL-RESULT-DEC,
                   EPSILON-PARAM, ITERATIONS-OUT, NUMUTIL-STATUS,
                   TRACE-SWITCH-PARAM, MAX-ITER-PARAM
               SET SQRTMST-FN-WRITE TO TRUE
               MOVE NUMUTIL-N-DEC TO SQRTMST-N
               MOVE EPSILON-PARAM TO SQRTMST-EPSILON
               MOVE NUMUTIL-RESULT-DEC TO SQRTMST-ROOT
               MOVE ITERATIONS-OUT TO SQRTMST-ITERATIONS
               MOVE NUMUTIL-STATUS TO SQRTMST-RESULT-STATUS
               PERFORM CALL-MASTER
               SET RESULT-COMPUTED TO TRUE
           END-IF.

       LOAD-RESTART-POINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKPT-FILE-STATUS = "00"
               READ CHECKPOINT-FILE INTO RESTART-RECORD-COUNT
                   AT END MOVE ZERO TO RESTART-RECORD-COUNT
               END-READ
               CLOSE CHECKPOINT-FILE
               IF RESTART-RECORD-COUNT > ZERO
                   SET HAVE-RESTART-POINT TO TRUE
                   DISPLAY "SQRTDRV: RESTARTING AFTER RECORD "
                       RESTART-RECORD-COUNT
               END-IF
           END-IF.

       WRITE-CHECKPOINT-IF-DUE.
           ADD 1 TO RECORDS-SINCE-CHECKPOINT.
           PERFORM CHECK-ELAPSED-LIMIT.
           IF ELAPSED-LIMIT-REACHED
                   OR RECORDS-SINCE-CHECKPOINT >= CHECKPOINT-INTERVAL
               MOVE RECORDS-PROCESSED TO CHECKPOINT-RECORD
               OPEN OUTPUT CHECKPOINT-FILE
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
               MOVE ZERO TO RECORDS-SINCE-CHECKPOINT
           END-IF.

       CLEAR-CHECKPOINT.
           MOVE ZERO TO CHECKPOINT-RECORD.
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

       CALL-MASTER.
           CALL "SQRTMSTR" USING SQRTMST-FUNCTION, SQRTMST-N,
               SQRTMST-EPSILON, SQRTMST-ROOT, SQRTMST-ITERATIONS,
               SQRTMST-RESULT-STATUS, SQRTMST-STORED-DATE,
               SQRTMST-RETURN.

       WRITE-RESULT-RECORD.
           MOVE NUMUTIL-N-DEC TO SRR-N.
           MOVE SPACE TO SRR-SEP-1.
           MOVE EPSILON-PARAM TO SRR-EPSILON.
           MOVE SPACE TO SRR-SEP-2.
           MOVE NUMUTIL-RESULT-DEC TO SRR-ROOT.
           MOVE SPACE TO SRR-SEP-3.
           MOVE ITERATIONS-OUT TO SRR-ITERATIONS.
           MOVE SPACE TO SRR-SEP-4.
           MOVE NUMUTIL-STATUS TO SRR-STATUS.
           MOVE SPACE TO SRR-SEP-5.
           MOVE RESULT-SOURCE TO SRR-SOURCE.
           WRITE RESULT-RECORD.
           ADD 1 TO RESULTS-WRITTEN.

      * The trailer carries the same count and hash of N as the
      * SQRTIN.DAT trailer, so a downstream job can balance the
      * results file against the input it came from.
       WRITE-RESULT-TRAILER.
           MOVE 'T' TO RTR-ID.
           MOVE SPACE TO RTR-SEP-1.
           MOVE RESULTS-WRITTEN TO RTR-RECORD-COUNT.
           MOVE SPACE TO RTR-SEP-2.
           MOVE HASH-TOTAL TO RTR-HASH-TOTAL.
           WRITE RESULT-TRAILER-RECORD.

       LOG-MAXITER-EXCEPTION.
           MOVE "SQRTDRV " TO EXCP-PROGRAM-NAME.
           MOVE RECORDS-PROCESSED TO EXCP-RECORD-NUMBER.
