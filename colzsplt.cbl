       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLZSPLT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "COLZSPLP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT N-FILE ASSIGN TO "COLZIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS N-FILE-STATUS.
           SELECT PART-FILE ASSIGN USING PART-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PART-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN USING CKPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "COLZSPLC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-PARTITIONS PICTURE X(2).

       FD  N-FILE.
       01  N-RECORD PICTURE 9(5).
       01  N-TRAILER-RECORD.
           05  NTR-ID           PICTURE X.
           05  NTR-SEP-1        PICTURE X(01).
           05  NTR-RECORD-COUNT PICTURE 9(9).
           05  NTR-SEP-2        PICTURE X(01).
           05  NTR-HASH-TOTAL   PICTURE 9(10).

       FD  PART-FILE.
       01  PART-RECORD PICTURE 9(5).
       01  PART-TRAILER-RECORD.
           05  PTR-ID           PICTURE X.
           05  PTR-SEP-1        PICTURE X(01).
           05  PTR-RECORD-COUNT PICTURE 9(9).
           05  PTR-SEP-2        PICTURE X(01).
           05  PTR-HASH-TOTAL   PICTURE 9(10).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD PICTURE 9(9).

      * The split control file: one header carrying the totals of
      * the COLZIN.DAT that was cut, then one record per partition.
      * COLZMRG balances the partition runs back to it.
       FD  CONTROL-FILE.
       01  CONTROL-HEADER-RECORD.
           05  SCH-TYPE          PICTURE X.
           05  SCH-SEP-1         PICTURE X(01).
           05  SCH-SPLIT-DATE    PICTURE 9(8).
           05  SCH-SEP-2         PICTURE X(01).
           05  SCH-SPLIT-TIME    PICTURE 9(8).
           05  SCH-SEP-3         PICTURE X(01).
           05  SCH-PARTITIONS    PICTURE 9(2).
           05  SCH-SEP-4         PICTURE X(01).
           05  SCH-RECORD-COUNT  PICTURE 9(9).
           05  SCH-SEP-5         PICTURE X(01).
           05  SCH-HASH-TOTAL    PICTURE 9(10).
       01  CONTROL-PARTITION-RECORD.
           05  SCP-TYPE          PICTURE X.
           05  SCP-SEP-1         PICTURE X(01).
           05  SCP-PARTITION-ID  PICTURE 9(2).
           05  SCP-SEP-2         PICTURE X(01).
           05  SCP-RECORD-COUNT  PICTURE 9(9).
           05  SCP-SEP-3         PICTURE X(01).
           05  SCP-HASH-TOTAL    PICTURE 9(10).

       WORKING-STORAGE SECTION.
       77  EOF-SWITCH PICTURE X VALUE 'N'.
           88 NO-MORE-RECORDS VALUE 'Y'.
       77  PARM-FILE-STATUS PICTURE XX.
       77  N-FILE-STATUS PICTURE XX.
       77  PART-FILE-STATUS PICTURE XX.
       77  CKPT-FILE-STATUS PICTURE XX.
       77  PART-FILE-NAME PICTURE X(12).
       77  CKPT-FILE-NAME PICTURE X(12).
       77  PARTITION-COUNT PICTURE 9(2) VALUE ZERO.
       77  PARTITION-NUMBER PICTURE 9(3).
       77  PARTITION-SIZE PICTURE 9(9).
       77  PARTITION-REMAINDER PICTURE 9(9).
       77  PARTITION-QUOTA PICTURE 9(9).
       77  PARTITION-RECORDS PICTURE 9(9).
       77  PARTITION-HASH PICTURE 9(10).
       77  RECORDS-READ PICTURE 9(9) VALUE ZERO.
       77  RECORDS-WRITTEN PICTURE 9(9) VALUE ZERO.
       77  HASH-TOTAL PICTURE 9(10) VALUE ZERO.
       77  BAD-RECORD-COUNT PICTURE 9(9) VALUE ZERO.
       77  TRAILER-SWITCH PICTURE X VALUE 'N'.
           88 TRAILER-SEEN VALUE 'Y'.
       77  TRAILER-COUNT-IN PICTURE 9(9) VALUE ZERO.
       77  TRAILER-HASH-IN PICTURE 9(10) VALUE ZERO.
       77  WS-CURRENT-DATE PICTURE 9(8).
       77  WS-CURRENT-TIME PICTURE 9(8).
       COPY runlog.

       PROCEDURE DIVISION.
           PERFORM BEGIN.
       BEGIN.
           MOVE "COLZSPLT" TO RUNLOG-PROGRAM-NAME.
           SET RUNLOG-FN-START TO TRUE.
           PERFORM CALL-RUN-LOG.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           PERFORM LOAD-PARAMETERS.
           IF PARTITION-COUNT = ZERO
               PERFORM WRITE-FAILED-SUMMARY
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VALIDATE-INPUT.
           IF NOT TRAILER-SEEN
                   OR TRAILER-COUNT-IN NOT = RECORDS-READ
                   OR TRAILER-HASH-IN NOT = HASH-TOTAL
                   OR BAD-RECORD-COUNT > ZERO
               DISPLAY "COLZSPLT: COLZIN.DAT TRAILER MISSING OR OUT "
                   "OF BALANCE, NOTHING SPLIT"
               PERFORM WRITE-FAILED-SUMMARY
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           DIVIDE RECORDS-READ BY PARTITION-COUNT
               GIVING PARTITION-SIZE REMAINDER PARTITION-REMAINDER.
           OPEN OUTPUT CONTROL-FILE.
           PERFORM WRITE-CONTROL-HEADER.
           MOVE 'N' TO EOF-SWITCH.
           OPEN INPUT N-FILE.
           PERFORM READ-NEXT-RECORD.
           PERFORM WRITE-ONE-PARTITION
               VARYING PARTITION-NUMBER FROM 1 BY 1
               UNTIL PARTITION-NUMBER > PARTITION-COUNT.
           CLOSE N-FILE.
           CLOSE CONTROL-FILE.
           DISPLAY "COLZSPLT: " RECORDS-READ " N VALUES SPLIT INTO "
               PARTITION-COUNT " PARTITIONS, CONTROL IN COLZSPLC.DAT".
           MOVE RECORDS-READ TO RUNLOG-RECORDS-READ.
           MOVE RECORDS-WRITTEN TO RUNLOG-RECORDS-PROCESSED.
           MOVE ZERO TO RUNLOG-EXCEPTION-COUNT.
           SET RUNLOG-STATUS-CLEAN TO TRUE.
           SET RUNLOG-FN-END TO TRUE.
           PERFORM CALL-RUN-LOG.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       WRITE-FAILED-SUMMARY.
           MOVE RECORDS-READ TO RUNLOG-RECORDS-READ.
           MOVE RECORDS-WRITTEN TO RUNLOG-RECORDS-PROCESSED.
           MOVE BAD-RECORD-COUNT TO RUNLOG-EXCEPTION-COUNT.
           SET RUNLOG-STATUS-FAILED TO TRUE.
           SET RUNLOG-FN-END TO TRUE.
           PERFORM CALL-RUN-LOG.

       CALL-RUN-LOG.
           CALL "RUNLOG" USING RUNLOG-FUNCTION, RUNLOG-PROGRAM-NAME,
               RUNLOG-COUNTS, RUNLOG-FINAL-STATUS.

       LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS NOT = "00"
               DISPLAY "COLZSPLT: COLZSPLP.DAT NOT AVAILABLE, STATUS = "
                   PARM-FILE-STATUS
           ELSE
               READ PARM-FILE
                   AT END MOVE SPACES TO PRM-PARTITIONS
               END-READ
               CLOSE PARM-FILE
               IF PRM-PARTITIONS IS NOT NUMERIC
                       OR PRM-PARTITIONS = "00"
                   DISPLAY "COLZSPLT: PARTITION COUNT MUST BE 01 "
                       "THROUGH 99, FOUND '" PRM-PARTITIONS "'"
               ELSE
                   MOVE PRM-PARTITIONS TO PARTITION-COUNT
               END-IF
           END-IF.

      * A first pass proves the input against its own trailer before
      * any partition is cut.
       VALIDATE-INPUT.
           OPEN INPUT N-FILE.
           IF N-FILE-STATUS NOT = "00"
               DISPLAY "COLZSPLT: COLZIN.DAT NOT AVAILABLE, STATUS = "
                   N-FILE-STATUS
               PERFORM WRITE-FAILED-SUMMARY
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-NEXT-RECORD.
           PERFORM CHECK-ONE-RECORD UNTIL NO-MORE-RECORDS.
           CLOSE N-FILE.

       CHECK-ONE-RECORD.
           IF NTR-ID = 'T'
               SET TRAILER-SEEN TO TRUE
               MOVE NTR-RECORD-COUNT TO TRAILER-COUNT-IN
               MOVE NTR-HASH-TOTAL TO TRAILER-HASH-IN
           ELSE
               ADD 1 TO RECORDS-READ
               IF N-RECORD IS NOT NUMERIC
                   DISPLAY "COLZSPLT: RECORD " RECORDS-READ
                       " IS NOT NUMERIC '" N-RECORD "'"
                   ADD 1 TO BAD-RECORD-COUNT
               ELSE
                   COMPUTE HASH-TOTAL = FUNCTION MOD
                       (HASH-TOTAL + N-RECORD, 10000000000)
               END-IF
           END-IF.
           PERFORM READ-NEXT-RECORD.

       WRITE-CONTROL-HEADER.
           MOVE 'H' TO SCH-TYPE.
           MOVE SPACE TO SCH-SEP-1.
           MOVE WS-CURRENT-DATE TO SCH-SPLIT-DATE.
           MOVE SPACE TO SCH-SEP-2.
           MOVE WS-CURRENT-TIME TO SCH-SPLIT-TIME.
           MOVE SPACE TO SCH-SEP-3.
           MOVE PARTITION-COUNT TO SCH-PARTITIONS.
           MOVE SPACE TO SCH-SEP-4.
           MOVE RECORDS-READ TO SCH-RECORD-COUNT.
           MOVE SPACE TO SCH-SEP-5.
           MOVE HASH-TOTAL TO SCH-HASH-TOTAL.
           WRITE CONTROL-HEADER-RECORD.

      * Partitions are cut as consecutive blocks of the input; the
      * first partitions take one extra record each until the
      * remainder is used up. Each partition's checkpoint is cleared
      * so a COLZDRV copy never resumes into a different cut.
       WRITE-ONE-PARTITION.
           MOVE PARTITION-SIZE TO PARTITION-QUOTA.
           IF PARTITION-NUMBER NOT > PARTITION-REMAINDER
               ADD 1 TO PARTITION-QUOTA
           END-IF.
           MOVE ZERO TO PARTITION-RECORDS.
           MOVE ZERO TO PARTITION-HASH.
           MOVE SPACES TO PART-FILE-NAME, CKPT-FILE-NAME.
           STRING "COLZIN" PARTITION-NUMBER (2:2) ".DAT"
               DELIMITED BY SIZE INTO PART-FILE-NAME.
           STRING "COLZCK" PARTITION-NUMBER (2:2) ".DAT"
               DELIMITED BY SIZE INTO CKPT-FILE-NAME.
           OPEN OUTPUT PART-FILE.
           PERFORM COPY-ONE-RECORD PARTITION-QUOTA TIMES.
           MOVE 'T' TO PTR-ID.
           MOVE SPACE TO PTR-SEP-1.
           MOVE PARTITION-RECORDS TO PTR-RECORD-COUNT.
           MOVE SPACE TO PTR-SEP-2.
           MOVE PARTITION-HASH TO PTR-HASH-TOTAL.
           WRITE PART-TRAILER-RECORD.
           CLOSE PART-FILE.
           MOVE ZERO TO CHECKPOINT-RECORD.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
           MOVE 'P' TO SCP-TYPE.
           MOVE SPACE TO SCP-SEP-1.
           MOVE PARTITION-NUMBER TO SCP-PARTITION-ID.
           MOVE SPACE TO SCP-SEP-2.
           MOVE PARTITION-RECORDS TO SCP-RECORD-COUNT.
           MOVE SPACE TO SCP-SEP-3.
           MOVE PARTITION-HASH TO SCP-HASH-TOTAL.
           WRITE CONTROL-PARTITION-RECORD.
           DISPLAY "COLZSPLT: " PART-FILE-NAME " " PARTITION-RECORDS
               " RECORDS, HASH " PARTITION-HASH.

       COPY-ONE-RECORD.
           MOVE N-RECORD TO PART-RECORD.
           WRITE PART-RECORD.
           ADD 1 TO PARTITION-RECORDS.
           ADD 1 TO RECORDS-WRITTEN.
           COMPUTE PARTITION-HASH = FUNCTION MOD
               (PARTITION-HASH + N-RECORD, 10000000000).
           PERFORM READ-NEXT-RECORD.

       READ-NEXT-RECORD.
           READ N-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.
       END PROGRAM COLZSPLT.
