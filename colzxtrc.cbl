       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLZXTRC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "COLZXTRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "COLZXTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "COLZXTRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNAPSHOT-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "COLZXTRW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "COLZXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-EXTRACT-TYPE PICTURE X.
               88  PRM-TYPE-FULL  VALUE 'F'.
               88  PRM-TYPE-DELTA VALUE 'D'.

      * One record describing the last extract sent, so a delta can
      * be proved against it and the next sequence number issued.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  XCR-EXTRACT-DATE  PICTURE 9(8).
           05  XCR-SEP-1         PICTURE X(01).
           05  XCR-EXTRACT-TIME  PICTURE 9(8).
           05  XCR-SEP-2         PICTURE X(01).
           05  XCR-EXTRACT-TYPE  PICTURE X(5).
           05  XCR-SEP-3         PICTURE X(01).
           05  XCR-SEQUENCE      PICTURE 9(6).
           05  XCR-SEP-4         PICTURE X(01).
           05  XCR-RECORD-COUNT  PICTURE 9(9).
           05  XCR-SEP-5         PICTURE X(01).
           05  XCR-HASH-TOTAL    PICTURE 9(10).

      * The master as it stood at the last extract, in N order. A
      * delta sends the master records that are not on it or that
      * differ from it.
       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD.
           05  XSR-N             PICTURE 9(9).
           05  XSR-SEP-1         PICTURE X(01).
           05  XSR-STEPS         PICTURE 9(9).
           05  XSR-SEP-2         PICTURE X(01).
           05  XSR-PEAK          PICTURE 9(9).
           05  XSR-SEP-3         PICTURE X(01).
           05  XSR-RESULT-STATUS PICTURE X.

       FD  WORK-FILE.
       01  WORK-RECORD.
           05  XWR-N             PICTURE 9(9).
           05  XWR-SEP-1         PICTURE X(01).
           05  XWR-STEPS         PICTURE 9(9).
           05  XWR-SEP-2         PICTURE X(01).
           05  XWR-PEAK          PICTURE 9(9).
           05  XWR-SEP-3         PICTURE X(01).
           05  XWR-RESULT-STATUS PICTURE X.

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD PICTURE X(60).

       WORKING-STORAGE SECTION.
       77  EOF-SWITCH PICTURE X VALUE 'N'.
           88 NO-MORE-RECORDS VALUE 'Y'.
       77  BROWSE-EOF-SWITCH PICTURE X VALUE 'N'.
           88 NO-MORE-MASTER VALUE 'Y'.
       77  PARM-FILE-STATUS PICTURE XX.
       77  CONTROL-FILE-STATUS PICTURE XX.
       77  SNAPSHOT-FILE-STATUS PICTURE XX.
       77  WORK-FILE-STATUS PICTURE XX.
       77  EXTRACT-TYPE-SWITCH PICTURE X VALUE 'F'.
           88 EXTRACT-IS-FULL  VALUE 'F'.
           88 EXTRACT-IS-DELTA VALUE 'D'.
       77  CHANGE-TYPE PICTURE X.
       77  WS-CURRENT-DATE PICTURE 9(8).
       77  WS-CURRENT-TIME PICTURE 9(8).
       77  LAST-SEQUENCE PICTURE 9(6) VALUE ZERO.
       77  SNAPSHOT-KEY PICTURE 9(10) VALUE ZERO.
       77  RECORDS-READ PICTURE 9(9) VALUE ZERO.
       77  RECORDS-EXTRACTED PICTURE 9(9) VALUE ZERO.
       77  RECORDS-ADDED PICTURE 9(9) VALUE ZERO.
       77  RECORDS-CHANGED PICTURE 9(9) VALUE ZERO.
       77  HASH-TOTAL PICTURE 9(10) VALUE ZERO.
       COPY colzmst.
       COPY runlog.

       01  EXTRACT-HEADER-LINE.
           05  FILLER PICTURE X(02) VALUE "H|".
           05  EHL-EXTRACT-DATE PICTURE 9(8).
           05  FILLER PICTURE X(01) VALUE "|".
           05  EHL-EXTRACT-TIME PICTURE 9(8).
           05  FILLER PICTURE X(01) VALUE "|".
           05  EHL-EXTRACT-TYPE PICTURE X(5).
           05  FILLER PICTURE X(01) VALUE "|".
           05  EHL-SEQUENCE PICTURE 9(6).
           05  FILLER PICTURE X(01) VALUE "|".
           05  EHL-BASE-SEQUENCE PICTURE 9(6).
           05  FILLER PICTURE X(21) VALUE SPACES.

       01  EXTRACT-DETAIL-LINE.
           05  FILLER PICTURE X(02) VALUE "D|".
           05  EDL-N PICTURE 9(9).
           05  FILLER PICTURE X(01) VALUE "|".
           05  EDL-STEPS PICTURE 9(9).
           05  FILLER PICTURE X(01) VALUE "|".
           05  EDL-PEAK PICTURE 9(9).
           05  FILLER PICTURE X(01) VALUE "|".
           05  EDL-RESULT-STATUS PICTURE X.
           05  FILLER PICTURE X(01) VALUE "|".
           05  EDL-CHANGE-TYPE PICTURE X.
           05  FILLER PICTURE X(25) VALUE SPACES.

       01  EXTRACT-TRAILER-LINE.
           05  FILLER PICTURE X(02) VALUE "T|".
           05  ETL-RECORD-COUNT PICTURE 9(9).
           05  FILLER PICTURE X(01) VALUE "|".
           05  ETL-HASH-TOTAL PICTURE 9(10).
           05  FILLER PICTURE X(38) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM BEGIN.
       BEGIN.
           MOVE "COLZXTRC" TO RUNLOG-PROGRAM-NAME.
           SET RUNLOG-FN-START TO TRUE.
           PERFORM CALL-RUN-LOG.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           PERFORM LOAD-PARAMETERS.
           PERFORM LOAD-CONTROL-RECORD.
           IF EXTRACT-IS-DELTA
               OPEN INPUT SNAPSHOT-FILE
               IF SNAPSHOT-FILE-STATUS NOT = "00"
                   DISPLAY "COLZXTRC: COLZXTRS.DAT NOT AVAILABLE, "
                       "FULL EXTRACT SENT"
                   SET EXTRACT-IS-FULL TO TRUE
               ELSE
                   PERFORM READ-NEXT-SNAPSHOT
               END-IF
           END-IF.
           OPEN OUTPUT EXTRACT-FILE.
           OPEN OUTPUT WORK-FILE.
           PERFORM WRITE-EXTRACT-HEADER.
           SET COLZMST-FN-OPEN TO TRUE.
           PERFORM CALL-MASTER.
           MOVE ZERO TO COLZMST-N.
           SET COLZMST-FN-START TO TRUE.
           PERFORM CALL-MASTER.
           IF NOT COLZMST-FOUND
               SET NO-MORE-MASTER TO TRUE
           END-IF.
           PERFORM EXTRACT-NEXT-RECORD UNTIL NO-MORE-MASTER.
           SET COLZMST-FN-CLOSE TO TRUE.
           PERFORM CALL-MASTER.
           IF EXTRACT-IS-DELTA
               CLOSE SNAPSHOT-FILE
           END-IF.
           PERFORM WRITE-EXTRACT-TRAILER.
           CLOSE EXTRACT-FILE.
           CLOSE WORK-FILE.
           PERFORM REPLACE-SNAPSHOT.
           PERFORM SAVE-CONTROL-RECORD.
           DISPLAY "COLZXTRC: " EHL-EXTRACT-TYPE " EXTRACT "
               EHL-SEQUENCE ", " RECORDS-READ " READ, "
               RECORDS-EXTRACTED " SENT (" RECORDS-ADDED " ADDED, "
               RECORDS-CHANGED " CHANGED), HASH " HASH-TOTAL.
           MOVE RECORDS-READ TO RUNLOG-RECORDS-READ.
           MOVE RECORDS-EXTRACTED TO RUNLOG-RECORDS-PROCESSED.
           MOVE ZERO TO RUNLOG-EXCEPTION-COUNT.
           SET RUNLOG-STATUS-CLEAN TO TRUE.
           SET RUNLOG-FN-END TO TRUE.
           PERFORM CALL-RUN-LOG.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-TYPE-DELTA
                           SET EXTRACT-IS-DELTA TO TRUE
                       ELSE
                           IF NOT PRM-TYPE-FULL
                               DISPLAY "COLZXTRC: EXTRACT TYPE MUST "
                                   "BE F OR D, FOUND '"
                                   PRM-EXTRACT-TYPE "', FULL ASSUMED"
                           END-IF
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      * A delta needs a previous extract to be relative to; without
      * one the whole master is sent as a full extract.
       LOAD-CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE XCR-SEQUENCE TO LAST-SEQUENCE
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF EXTRACT-IS-DELTA AND LAST-SEQUENCE = ZERO
               DISPLAY "COLZXTRC: NO PREVIOUS EXTRACT, "
                   "FULL EXTRACT SENT"
               SET EXTRACT-IS-FULL TO TRUE
           END-IF.

       WRITE-EXTRACT-HEADER.
           MOVE WS-CURRENT-DATE TO EHL-EXTRACT-DATE.
           MOVE WS-CURRENT-TIME TO EHL-EXTRACT-TIME.
           IF EXTRACT-IS-DELTA
               MOVE "DELTA" TO EHL-EXTRACT-TYPE
               MOVE LAST-SEQUENCE TO EHL-BASE-SEQUENCE
           ELSE
               MOVE "FULL" TO EHL-EXTRACT-TYPE
               MOVE ZERO TO EHL-BASE-SEQUENCE
           END-IF.
           COMPUTE EHL-SEQUENCE = LAST-SEQUENCE + 1.
           WRITE EXTRACT-RECORD FROM EXTRACT-HEADER-LINE.

       EXTRACT-NEXT-RECORD.
           SET COLZMST-FN-NEXT TO TRUE.
           PERFORM CALL-MASTER.
           IF COLZMST-END-OF-FILE OR COLZMST-NOT-FOUND
               SET NO-MORE-MASTER TO TRUE
           ELSE
               ADD 1 TO RECORDS-READ
               IF EXTRACT-IS-DELTA
                   PERFORM COMPARE-WITH-SNAPSHOT
               ELSE
                   MOVE 'F' TO CHANGE-TYPE
               END-IF
               IF CHANGE-TYPE NOT = SPACE
                   PERFORM WRITE-EXTRACT-DETAIL
               END-IF
               PERFORM WRITE-WORK-SNAPSHOT
           END-IF.

      * Both the master browse and the snapshot run in N order, so
      * snapshot entries below the current N (rows since removed
      * from the master) are passed over.
       COMPARE-WITH-SNAPSHOT.
           PERFORM READ-NEXT-SNAPSHOT
               UNTIL SNAPSHOT-KEY NOT < COLZMST-N.
           IF SNAPSHOT-KEY = COLZMST-N
               IF XSR-STEPS = COLZMST-STEPS
                       AND XSR-PEAK = COLZMST-PEAK
                       AND XSR-RESULT-STATUS = COLZMST-RESULT-STATUS
                   MOVE SPACE TO CHANGE-TYPE
               ELSE
                   MOVE 'C' TO CHANGE-TYPE
                   ADD 1 TO RECORDS-CHANGED
               END-IF
           ELSE
               MOVE 'A' TO CHANGE-TYPE
               ADD 1 TO RECORDS-ADDED
           END-IF.

       WRITE-EXTRACT-DETAIL.
           MOVE COLZMST-N TO EDL-N.
           MOVE COLZMST-STEPS TO EDL-STEPS.
           MOVE COLZMST-PEAK TO EDL-PEAK.
           MOVE COLZMST-RESULT-STATUS TO EDL-RESULT-STATUS.
           MOVE CHANGE-TYPE TO EDL-CHANGE-TYPE.
           WRITE EXTRACT-RECORD FROM EXTRACT-DETAIL-LINE.
           ADD 1 TO RECORDS-EXTRACTED.
           COMPUTE HASH-TOTAL = FUNCTION MOD
               (HASH-TOTAL + COLZMST-N, 10000000000).

       WRITE-WORK-SNAPSHOT.
           MOVE COLZMST-N TO XWR-N.
           MOVE COLZMST-STEPS TO XWR-STEPS.
           MOVE COLZMST-PEAK TO XWR-PEAK.
           MOVE COLZMST-RESULT-STATUS TO XWR-RESULT-STATUS.
           MOVE SPACE TO XWR-SEP-1.
           MOVE SPACE TO XWR-SEP-2.
           MOVE SPACE TO XWR-SEP-3.
           WRITE WORK-RECORD.

       WRITE-EXTRACT-TRAILER.
           MOVE RECORDS-EXTRACTED TO ETL-RECORD-COUNT.
           MOVE HASH-TOTAL TO ETL-HASH-TOTAL.
           WRITE EXTRACT-RECORD FROM EXTRACT-TRAILER-LINE.

       REPLACE-SNAPSHOT.
           MOVE 'N' TO EOF-SWITCH.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT SNAPSHOT-FILE.
           PERFORM READ-NEXT-WORK-RECORD.
           PERFORM COPY-ONE-WORK-RECORD UNTIL NO-MORE-RECORDS.
           CLOSE WORK-FILE.
           CLOSE SNAPSHOT-FILE.

       COPY-ONE-WORK-RECORD.
           MOVE WORK-RECORD TO SNAPSHOT-RECORD.
           WRITE SNAPSHOT-RECORD.
           PERFORM READ-NEXT-WORK-RECORD.

       SAVE-CONTROL-RECORD.
           OPEN OUTPUT CONTROL-FILE.
           MOVE WS-CURRENT-DATE TO XCR-EXTRACT-DATE.
           MOVE WS-CURRENT-TIME TO XCR-EXTRACT-TIME.
           MOVE EHL-EXTRACT-TYPE TO XCR-EXTRACT-TYPE.
           MOVE EHL-SEQUENCE TO XCR-SEQUENCE.
           MOVE RECORDS-EXTRACTED TO XCR-RECORD-COUNT.
           MOVE HASH-TOTAL TO XCR-HASH-TOTAL.
           MOVE SPACE TO XCR-SEP-1.
           MOVE SPACE TO XCR-SEP-2.
           MOVE SPACE TO XCR-SEP-3.
           MOVE SPACE TO XCR-SEP-4.
           MOVE SPACE TO XCR-SEP-5.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.

       CALL-MASTER.
           MOVE "COLZXTRC" TO COLZMST-CALLER.
           CALL "COLZMSTR" USING COLZMST-FUNCTION, COLZMST-N,
               COLZMST-STEPS, COLZMST-PEAK, COLZMST-RESULT-STATUS,
               COLZMST-RETURN, COLZMST-CALLER, COLZMST-METRICS.

       CALL-RUN-LOG.
           CALL "RUNLOG" USING RUNLOG-FUNCTION, RUNLOG-PROGRAM-NAME,
               RUNLOG-COUNTS, RUNLOG-FINAL-STATUS.

       READ-NEXT-SNAPSHOT.
           READ SNAPSHOT-FILE
               AT END MOVE 9999999999 TO SNAPSHOT-KEY
               NOT AT END MOVE XSR-N TO SNAPSHOT-KEY
           END-READ.

       READ-NEXT-WORK-RECORD.
           READ WORK-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.
       END PROGRAM COLZXTRC.
