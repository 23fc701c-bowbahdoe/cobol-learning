       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLZGAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "COLZGAPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "COLZGAPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPEC-FILE ASSIGN TO "COLZSPEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The stretch of N to analyse. Without a parameter the whole
      * range COLZGEN can generate is examined, up to the highest N
      * on the master.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-LOW-N   PICTURE X(5).
           05  PRM-SEP-1   PICTURE X(01).
           05  PRM-HIGH-N  PICTURE X(5).

       FD  REPORT-FILE.
       01  REPORT-RECORD PICTURE X(80).

       FD  SPEC-FILE.
       01  SPEC-RECORD.
           05  SPC-TYPE  PICTURE X.
               88  SPC-RANGE-RECORD   VALUE 'R'.
               88  SPC-EXCLUDE-RECORD VALUE 'X'.
           05  SPC-SEP-1 PICTURE X(01).
           05  SPC-START PICTURE 9(5).
           05  SPC-SEP-2 PICTURE X(01).
           05  SPC-END   PICTURE 9(5).
           05  SPC-SEP-3 PICTURE X(01).
           05  SPC-STEP  PICTURE 9(5).

       WORKING-STORAGE SECTION.
       77  PARM-FILE-STATUS PICTURE XX.
       77  MASTER-EOF-SWITCH PICTURE X VALUE 'N'.
           88 NO-MORE-MASTER VALUE 'Y'.
       77  BOUND-SWITCH PICTURE X VALUE 'D'.
           88 BOUND-IS-DEFAULT VALUE 'D'.
           88 BOUND-IS-REQUESTED VALUE 'R'.
       77  LOW-BOUND PICTURE 9(9) VALUE 1.
       77  HIGH-BOUND PICTURE 9(9) VALUE 99999.
       77  NEXT-EXPECTED-N PICTURE 9(9).
       77  RECORD-KIND PICTURE X.
       77  RANGE-KIND PICTURE X VALUE SPACE.
           88 RANGE-IS-OPEN VALUE 'C' 'V'.
           88 RANGE-IS-COVERED VALUE 'C'.
           88 RANGE-IS-OVERFLOW VALUE 'V'.
       77  RANGE-START PICTURE 9(9).
       77  RANGE-END PICTURE 9(9).
       77  RECORDS-READ PICTURE 9(9) VALUE ZERO.
       77  N-COVERED PICTURE 9(9) VALUE ZERO.
       77  N-MISSING PICTURE 9(9) VALUE ZERO.
       77  N-OVERFLOW PICTURE 9(9) VALUE ZERO.
       77  RANGES-COVERED PICTURE 9(9) VALUE ZERO.
       77  RANGES-MISSING PICTURE 9(9) VALUE ZERO.
       77  RANGES-OVERFLOW PICTURE 9(9) VALUE ZERO.
       77  SPECS-WRITTEN PICTURE 9(9) VALUE ZERO.
       77  SPECS-HELD-BACK PICTURE 9(9) VALUE ZERO.
       77  RANGE-COUNT PICTURE 9(9).
       COPY colzmst.
       COPY runlog.

       01  REPORT-TITLE-LINE.
           05  FILLER PICTURE X(80) VALUE
               "COLZMST.DAT COVERAGE REPORT".

       01  REPORT-BOUND-LINE.
           05  FILLER PICTURE X(11) VALUE "N FROM     ".
           05  RBL-LOW-N PICTURE 9(5).
           05  FILLER PICTURE X(04) VALUE " TO ".
           05  RBL-HIGH-N PICTURE 9(5).
           05  RBL-NOTE PICTURE X(55).

       01  REPORT-COLUMN-LINE.
           05  FILLER PICTURE X(80) VALUE
               "RANGE       FROM        TO     COUNT".

       01  REPORT-DETAIL-LINE.
           05  RDL-KIND PICTURE X(8).
           05  FILLER PICTURE X(03) VALUE SPACES.
           05  RDL-FROM-N PICTURE ZZZZ9.
           05  FILLER PICTURE X(05) VALUE SPACES.
           05  RDL-TO-N PICTURE ZZZZ9.
           05  FILLER PICTURE X(01) VALUE SPACES.
           05  RDL-COUNT PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(44) VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05  RTL-KIND PICTURE X(8).
           05  FILLER PICTURE X(02) VALUE SPACES.
           05  RTL-RANGES PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(10) VALUE " RANGES,  ".
           05  RTL-COUNT PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(42) VALUE " N VALUES".

       01  REPORT-SPEC-LINE.
           05  FILLER PICTURE X(22) VALUE "COLZSPEC.DAT RANGES:  ".
           05  RSL-WRITTEN PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(10) VALUE " WRITTEN, ".
           05  RSL-HELD-BACK PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(30) VALUE " HELD FOR A LATER CYCLE".

       PROCEDURE DIVISION.
           PERFORM BEGIN.
       BEGIN.
           MOVE "COLZGAP " TO RUNLOG-PROGRAM-NAME.
           SET RUNLOG-FN-START TO TRUE.
           PERFORM CALL-RUN-LOG.
           PERFORM LOAD-PARAMETERS.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT SPEC-FILE.
           PERFORM WRITE-REPORT-HEADING.
           MOVE LOW-BOUND TO NEXT-EXPECTED-N.
           SET COLZMST-FN-OPEN TO TRUE.
           PERFORM CALL-MASTER.
           MOVE LOW-BOUND TO COLZMST-N.
           SET COLZMST-FN-START TO TRUE.
           PERFORM CALL-MASTER.
           IF COLZMST-FOUND
               PERFORM READ-NEXT-MASTER
           ELSE
               SET NO-MORE-MASTER TO TRUE
           END-IF.
           PERFORM CLASSIFY-ONE-RECORD UNTIL NO-MORE-MASTER.
           SET COLZMST-FN-CLOSE TO TRUE.
           PERFORM CALL-MASTER.
           PERFORM CLOSE-CURRENT-RANGE.
           IF BOUND-IS-REQUESTED AND NEXT-EXPECTED-N NOT > HIGH-BOUND
               MOVE NEXT-EXPECTED-N TO RANGE-START
               MOVE HIGH-BOUND TO RANGE-END
               PERFORM WRITE-MISSING-RANGE
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE REPORT-FILE.
           CLOSE SPEC-FILE.
           DISPLAY "COLZGAP: " N-COVERED " COVERED, " N-MISSING
               " MISSING, " N-OVERFLOW " OVERFLOW, " SPECS-WRITTEN
               " RANGES WRITTEN TO COLZSPEC.DAT".
           MOVE RECORDS-READ TO RUNLOG-RECORDS-READ.
           MOVE SPECS-WRITTEN TO RUNLOG-RECORDS-PROCESSED.
           MOVE SPECS-HELD-BACK TO RUNLOG-EXCEPTION-COUNT.
           IF SPECS-HELD-BACK > ZERO
               DISPLAY "COLZGAP: " SPECS-HELD-BACK
                   " MISSING RANGES HELD FOR A LATER CYCLE"
               SET RUNLOG-STATUS-EXCEPTIONS TO TRUE
           ELSE
               SET RUNLOG-STATUS-CLEAN TO TRUE
           END-IF.
           SET RUNLOG-FN-END TO TRUE.
           PERFORM CALL-RUN-LOG.
           IF SPECS-HELD-BACK > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

       CALL-RUN-LOG.
           CALL "RUNLOG" USING RUNLOG-FUNCTION, RUNLOG-PROGRAM-NAME,
               RUNLOG-COUNTS, RUNLOG-FINAL-STATUS.

       LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM CHECK-BOUNDS
               END-READ
               CLOSE PARM-FILE
           END-IF.

       CHECK-BOUNDS.
           IF PRM-LOW-N IS NOT NUMERIC OR PRM-HIGH-N IS NOT NUMERIC
                   OR PRM-LOW-N = ZERO OR PRM-LOW-N > PRM-HIGH-N
               DISPLAY "COLZGAP: BAD BOUNDS '" PARM-RECORD
                   "', WHOLE RANGE EXAMINED"
           ELSE
               MOVE PRM-LOW-N TO LOW-BOUND
               MOVE PRM-HIGH-N TO HIGH-BOUND
               SET BOUND-IS-REQUESTED TO TRUE
           END-IF.

      * Each master record either extends the open range of its own
      * kind or closes it and opens another; a jump in N closes the
      * open range and reports the skipped stretch as missing.
       CLASSIFY-ONE-RECORD.
           IF COLZMST-N > HIGH-BOUND
               SET NO-MORE-MASTER TO TRUE
           ELSE
               ADD 1 TO RECORDS-READ
               IF COLZMST-RESULT-OK
                   MOVE 'C' TO RECORD-KIND
                   ADD 1 TO N-COVERED
               ELSE
                   MOVE 'V' TO RECORD-KIND
                   ADD 1 TO N-OVERFLOW
               END-IF
               IF COLZMST-N > NEXT-EXPECTED-N
                   PERFORM CLOSE-CURRENT-RANGE
                   MOVE NEXT-EXPECTED-N TO RANGE-START
                   COMPUTE RANGE-END = COLZMST-N - 1
                   PERFORM WRITE-MISSING-RANGE
               END-IF
               IF RANGE-KIND NOT = RECORD-KIND
                   PERFORM CLOSE-CURRENT-RANGE
                   MOVE RECORD-KIND TO RANGE-KIND
                   MOVE COLZMST-N TO RANGE-START
               END-IF
               MOVE COLZMST-N TO RANGE-END
               COMPUTE NEXT-EXPECTED-N = COLZMST-N + 1
               PERFORM READ-NEXT-MASTER
           END-IF.

       CLOSE-CURRENT-RANGE.
           IF RANGE-IS-OPEN
               COMPUTE RANGE-COUNT = RANGE-END - RANGE-START + 1
               IF RANGE-IS-COVERED
                   MOVE "COVERED" TO RDL-KIND
                   ADD 1 TO RANGES-COVERED
               ELSE
                   MOVE "OVERFLOW" TO RDL-KIND
                   ADD 1 TO RANGES-OVERFLOW
               END-IF
               PERFORM WRITE-RANGE-LINE
               MOVE SPACE TO RANGE-KIND
           END-IF.

      * COLZGEN holds 100 ranges, so no more than that are written;
      * the rest show on the report and come up again next cycle.
       WRITE-MISSING-RANGE.
           COMPUTE RANGE-COUNT = RANGE-END - RANGE-START + 1.
           ADD RANGE-COUNT TO N-MISSING.
           ADD 1 TO RANGES-MISSING.
           MOVE "MISSING" TO RDL-KIND.
           PERFORM WRITE-RANGE-LINE.
           IF SPECS-WRITTEN < 100
               SET SPC-RANGE-RECORD TO TRUE
               MOVE SPACE TO SPC-SEP-1
               MOVE RANGE-START TO SPC-START
               MOVE SPACE TO SPC-SEP-2
               MOVE RANGE-END TO SPC-END
               MOVE SPACE TO SPC-SEP-3
               MOVE 1 TO SPC-STEP
               WRITE SPEC-RECORD
               ADD 1 TO SPECS-WRITTEN
           ELSE
               ADD 1 TO SPECS-HELD-BACK
           END-IF.

       WRITE-RANGE-LINE.
           MOVE RANGE-START TO RDL-FROM-N.
           MOVE RANGE-END TO RDL-TO-N.
           MOVE RANGE-COUNT TO RDL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE.

       WRITE-REPORT-HEADING.
           WRITE REPORT-RECORD FROM REPORT-TITLE-LINE.
           MOVE LOW-BOUND TO RBL-LOW-N.
           MOVE HIGH-BOUND TO RBL-HIGH-N.
           IF BOUND-IS-DEFAULT
               MOVE " (NO BOUNDS GIVEN, ENDS AT HIGHEST N ON MASTER)"
                   TO RBL-NOTE
           ELSE
               MOVE SPACES TO RBL-NOTE
           END-IF.
           WRITE REPORT-RECORD FROM REPORT-BOUND-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM REPORT-COLUMN-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "COVERED" TO RTL-KIND.
           MOVE RANGES-COVERED TO RTL-RANGES.
           MOVE N-COVERED TO RTL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
           MOVE "MISSING" TO RTL-KIND.
           MOVE RANGES-MISSING TO RTL-RANGES.
           MOVE N-MISSING TO RTL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
           MOVE "OVERFLOW" TO RTL-KIND.
           MOVE RANGES-OVERFLOW TO RTL-RANGES.
           MOVE N-OVERFLOW TO RTL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
           MOVE SPECS-WRITTEN TO RSL-WRITTEN.
           MOVE SPECS-HELD-BACK TO RSL-HELD-BACK.
           WRITE REPORT-RECORD FROM REPORT-SPEC-LINE.

       READ-NEXT-MASTER.
           SET COLZMST-FN-NEXT TO TRUE.
           PERFORM CALL-MASTER.
           IF NOT COLZMST-FOUND
               SET NO-MORE-MASTER TO TRUE
           END-IF.

       CALL-MASTER.
           MOVE "COLZGAP " TO COLZMST-CALLER.
           CALL "COLZMSTR" USING COLZMST-FUNCTION, COLZMST-N,
               COLZMST-STEPS, COLZMST-PEAK, COLZMST-RESULT-STATUS,
               COLZMST-RETURN, COLZMST-CALLER, COLZMST-METRICS.
       END PROGRAM COLZGAP.
