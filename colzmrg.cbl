       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLZMRG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "COLZSPLC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "COLZMRGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           05  RLR-PROGRAM-NAME.
               10  RLR-PROGRAM-PREFIX PICTURE X(6).
               10  RLR-PARTITION-ID   PICTURE X(2).
           05  RLR-SEP-1             PICTURE X(01).
           05  RLR-START-STAMP       PICTURE X(17).
           05  RLR-SEP-2             PICTURE X(01).
           05  RLR-END-STAMP         PICTURE X(17).
           05  RLR-SEP-3             PICTURE X(01).
           05  RLR-RECORDS-READ      PICTURE 9(9).
           05  RLR-SEP-4             PICTURE X(01).
           05  RLR-RECORDS-PROCESSED PICTURE 9(9).
           05  RLR-SEP-5             PICTURE X(01).
           05  RLR-EXCEPTION-COUNT   PICTURE 9(9).
           05  RLR-SEP-6             PICTURE X(01).
           05  RLR-FINAL-STATUS      PICTURE X(10).

       FD  REPORT-FILE.
       01  REPORT-RECORD PICTURE X(80).

       WORKING-STORAGE SECTION.
       77  EOF-SWITCH PICTURE X VALUE 'N'.
           88 NO-MORE-RECORDS VALUE 'Y'.
       77  CONTROL-FILE-STATUS PICTURE XX.
       77  RUN-LOG-FILE-STATUS PICTURE XX.
       77  HEADER-SWITCH PICTURE X VALUE 'N'.
           88 HEADER-SEEN VALUE 'Y'.
       77  ORIGINAL-COUNT PICTURE 9(9) VALUE ZERO.
       77  ORIGINAL-HASH PICTURE 9(10) VALUE ZERO.
       77  PARTITIONS-EXPECTED PICTURE 9(2) VALUE ZERO.
       77  SPLIT-COUNT-TOTAL PICTURE 9(9) VALUE ZERO.
       77  SPLIT-HASH-TOTAL PICTURE 9(10) VALUE ZERO.
       77  RUN-READ-TOTAL PICTURE 9(9) VALUE ZERO.
       77  RUN-COMPUTED-TOTAL PICTURE 9(9) VALUE ZERO.
       77  RUN-EXCEPTION-TOTAL PICTURE 9(9) VALUE ZERO.
       77  PARTITIONS-BALANCED PICTURE 9(3) VALUE ZERO.
       77  PARTITIONS-NOT-BALANCED PICTURE 9(3) VALUE ZERO.
       77  CONTROL-ERRORS PICTURE 9(3) VALUE ZERO.
       77  PART-SUB PICTURE 9(3).
       77  MATCH-SUB PICTURE 9(3).
       77  RUN-LOG-READ PICTURE 9(9) VALUE ZERO.
       77  OVERALL-SWITCH PICTURE X VALUE 'Y'.
           88 NIGHT-IS-BALANCED VALUE 'Y'.
       COPY runlog.

       01  SPLIT-STAMP.
           05  SST-DATE PICTURE 9(8).
           05  FILLER PICTURE X(01) VALUE SPACE.
           05  SST-TIME PICTURE 9(8).

      * One entry per partition cut by COLZSPLT, with the last run of
      * that partition logged since the split.
       01  PARTITION-TABLE.
           05  PTN-ENTRY-COUNT PICTURE 9(3) VALUE ZERO.
           05  PTN-ENTRY OCCURS 99 TIMES.
               10  PTN-ID          PICTURE 9(2).
               10  PTN-COUNT       PICTURE 9(9).
               10  PTN-HASH        PICTURE 9(10).
               10  PTN-RUN-SWITCH  PICTURE X.
                   88  PTN-WAS-RUN     VALUE 'Y'.
               10  PTN-RUN-READ    PICTURE 9(9).
               10  PTN-RUN-COMPUTED PICTURE 9(9).
               10  PTN-RUN-EXCPS   PICTURE 9(9).
               10  PTN-RUN-STATUS  PICTURE X(10).

       01  REPORT-TITLE-LINE.
           05  FILLER PICTURE X(80) VALUE
               "COLZDRV PARTITION MERGE AND BALANCE REPORT".

       01  REPORT-SPLIT-LINE.
           05  FILLER PICTURE X(14) VALUE "SPLIT AT      ".
           05  RSL-STAMP PICTURE X(17).
           05  FILLER PICTURE X(10) VALUE "  COLZIN  ".
           05  RSL-COUNT PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(08) VALUE " RECORDS".
           05  FILLER PICTURE X(07) VALUE "  HASH ".
           05  RSL-HASH PICTURE 9(10).
           05  FILLER PICTURE X(05) VALUE SPACES.

       01  REPORT-COLUMN-LINE.
           05  FILLER PICTURE X(40) VALUE
               "PT   EXPECTED  RUN-LOG READ  EXCEPTIONS".
           05  FILLER PICTURE X(40) VALUE
               " STATUS      CONDITION".

       01  REPORT-DETAIL-LINE.
           05  RDL-PARTITION-ID PICTURE 9(2).
           05  FILLER PICTURE X(02) VALUE SPACES.
           05  RDL-EXPECTED PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(05) VALUE SPACES.
           05  RDL-RUN-READ PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(03) VALUE SPACES.
           05  RDL-EXCEPTIONS PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(02) VALUE SPACES.
           05  RDL-STATUS PICTURE X(10).
           05  FILLER PICTURE X(02) VALUE SPACES.
           05  RDL-CONDITION PICTURE X(16).
           05  FILLER PICTURE X(11) VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05  FILLER PICTURE X(04) VALUE "ALL ".
           05  RTL-EXPECTED PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(05) VALUE SPACES.
           05  RTL-RUN-READ PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(03) VALUE SPACES.
           05  RTL-EXCEPTIONS PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(14) VALUE SPACES.
           05  RTL-CONDITION PICTURE X(27).

       01  REPORT-MESSAGE-LINE.
           05  RML-TEXT PICTURE X(80).

       PROCEDURE DIVISION.
           PERFORM BEGIN.
       BEGIN.
           MOVE "COLZMRG " TO RUNLOG-PROGRAM-NAME.
           SET RUNLOG-FN-START TO TRUE.
           PERFORM CALL-RUN-LOG.
           PERFORM LOAD-SPLIT-CONTROL.
           IF NOT HEADER-SEEN OR PTN-ENTRY-COUNT = ZERO
               DISPLAY "COLZMRG: COLZSPLC.DAT HAS NO SPLIT TO BALANCE"
               PERFORM WRITE-FAILED-SUMMARY
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-PARTITION-RUNS.
           OPEN OUTPUT REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM CHECK-ONE-PARTITION
               VARYING PART-SUB FROM 1 BY 1
               UNTIL PART-SUB > PTN-ENTRY-COUNT.
           PERFORM CHECK-NIGHT-TOTALS.
           CLOSE REPORT-FILE.
           DISPLAY "COLZMRG: " PARTITIONS-BALANCED " PARTITIONS "
               "BALANCED, " PARTITIONS-NOT-BALANCED " NOT BALANCED, "
               RUN-READ-TOTAL " OF " ORIGINAL-COUNT " RECORDS".
           MOVE RUN-LOG-READ TO RUNLOG-RECORDS-READ.
           MOVE RUN-READ-TOTAL TO RUNLOG-RECORDS-PROCESSED.
           MOVE PARTITIONS-NOT-BALANCED TO RUNLOG-EXCEPTION-COUNT.
           IF NIGHT-IS-BALANCED
               SET RUNLOG-STATUS-CLEAN TO TRUE
           ELSE
               DISPLAY "COLZMRG: PARTITION RUNS DO NOT BALANCE TO "
                   "COLZIN.DAT, SEE COLZMRGR.DAT"
               SET RUNLOG-STATUS-EXCEPTIONS TO TRUE
           END-IF.
           SET RUNLOG-FN-END TO TRUE.
           PERFORM CALL-RUN-LOG.
           IF NIGHT-IS-BALANCED
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       WRITE-FAILED-SUMMARY.
           MOVE RUN-LOG-READ TO RUNLOG-RECORDS-READ.
           MOVE ZERO TO RUNLOG-RECORDS-PROCESSED.
           MOVE CONTROL-ERRORS TO RUNLOG-EXCEPTION-COUNT.
           SET RUNLOG-STATUS-FAILED TO TRUE.
           SET RUNLOG-FN-END TO TRUE.
           PERFORM CALL-RUN-LOG.

       CALL-RUN-LOG.
           CALL "RUNLOG" USING RUNLOG-FUNCTION, RUNLOG-PROGRAM-NAME,
               RUNLOG-COUNTS, RUNLOG-FINAL-STATUS.

       LOAD-SPLIT-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "COLZMRG: COLZSPLC.DAT NOT AVAILABLE, STATUS = "
                   CONTROL-FILE-STATUS
           ELSE
               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-NEXT-CONTROL
               PERFORM LOAD-ONE-CONTROL UNTIL NO-MORE-RECORDS
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-ONE-CONTROL.
           IF SCH-TYPE = 'H'
               SET HEADER-SEEN TO TRUE
               MOVE SCH-SPLIT-DATE TO SST-DATE
               MOVE SCH-SPLIT-TIME TO SST-TIME
               MOVE SCH-PARTITIONS TO PARTITIONS-EXPECTED
               MOVE SCH-RECORD-COUNT TO ORIGINAL-COUNT
               MOVE SCH-HASH-TOTAL TO ORIGINAL-HASH
           ELSE
               IF SCP-TYPE = 'P' AND PTN-ENTRY-COUNT < 99
                   ADD 1 TO PTN-ENTRY-COUNT
                   MOVE PTN-ENTRY-COUNT TO MATCH-SUB
                   MOVE SCP-PARTITION-ID TO PTN-ID (MATCH-SUB)
                   MOVE SCP-RECORD-COUNT TO PTN-COUNT (MATCH-SUB)
                   MOVE SCP-HASH-TOTAL TO PTN-HASH (MATCH-SUB)
                   MOVE 'N' TO PTN-RUN-SWITCH (MATCH-SUB)
                   ADD SCP-RECORD-COUNT TO SPLIT-COUNT-TOTAL
                   COMPUTE SPLIT-HASH-TOTAL = FUNCTION MOD
                       (SPLIT-HASH-TOTAL + SCP-HASH-TOTAL,
                        10000000000)
               ELSE
                   DISPLAY "COLZMRG: UNEXPECTED CONTROL RECORD "
                       CONTROL-PARTITION-RECORD
                   ADD 1 TO CONTROL-ERRORS
               END-IF
           END-IF.
           PERFORM READ-NEXT-CONTROL.

      * Run-log records are in end-time order, so the last one for
      * a partition since the split is the run that counts: a
      * stopped partition restarted later is judged on its restart.
       LOAD-PARTITION-RUNS.
           OPEN INPUT RUN-LOG-FILE.
           IF RUN-LOG-FILE-STATUS NOT = "00"
               DISPLAY "COLZMRG: RUNLOG.DAT NOT AVAILABLE, STATUS = "
                   RUN-LOG-FILE-STATUS ", NO PARTITION RUNS FOUND"
           ELSE
               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-NEXT-RUN-LOG
               PERFORM NOTE-ONE-RUN-LOG UNTIL NO-MORE-RECORDS
               CLOSE RUN-LOG-FILE
           END-IF.

       NOTE-ONE-RUN-LOG.
           ADD 1 TO RUN-LOG-READ.
           IF RLR-PROGRAM-PREFIX = "COLZDR"
                   AND RLR-PARTITION-ID IS NUMERIC
                   AND RLR-END-STAMP >= SPLIT-STAMP
               PERFORM FIND-PARTITION-ENTRY
               IF MATCH-SUB > ZERO
                   SET PTN-WAS-RUN (MATCH-SUB) TO TRUE
                   MOVE RLR-RECORDS-READ TO PTN-RUN-READ (MATCH-SUB)
                   MOVE RLR-RECORDS-PROCESSED
                       TO PTN-RUN-COMPUTED (MATCH-SUB)
                   MOVE RLR-EXCEPTION-COUNT TO PTN-RUN-EXCPS (MATCH-SUB)
                   MOVE RLR-FINAL-STATUS TO PTN-RUN-STATUS (MATCH-SUB)
               END-IF
           END-IF.
           PERFORM READ-NEXT-RUN-LOG.

       FIND-PARTITION-ENTRY.
           MOVE ZERO TO MATCH-SUB.
           PERFORM FIND-ONE-PARTITION-ENTRY
               VARYING PART-SUB FROM 1 BY 1
               UNTIL PART-SUB > PTN-ENTRY-COUNT OR MATCH-SUB > ZERO.

       FIND-ONE-PARTITION-ENTRY.
           IF PTN-ID (PART-SUB) = RLR-PARTITION-ID
               MOVE PART-SUB TO MATCH-SUB
           END-IF.

      * A partition balances when its last run finished clean or
      * with exceptions - COLZDRV only ends that way once the
      * partition's own trailer count and hash agree - and read
      * exactly the records the split put in it.
       CHECK-ONE-PARTITION.
           MOVE PTN-ID (PART-SUB) TO RDL-PARTITION-ID.
           MOVE PTN-COUNT (PART-SUB) TO RDL-EXPECTED.
           IF NOT PTN-WAS-RUN (PART-SUB)
               MOVE ZERO TO RDL-RUN-READ
               MOVE ZERO TO RDL-EXCEPTIONS
               MOVE "NONE" TO RDL-STATUS
               MOVE "NOT RUN" TO RDL-CONDITION
               ADD 1 TO PARTITIONS-NOT-BALANCED
           ELSE
               MOVE PTN-RUN-READ (PART-SUB) TO RDL-RUN-READ
               MOVE PTN-RUN-EXCPS (PART-SUB) TO RDL-EXCEPTIONS
               MOVE PTN-RUN-STATUS (PART-SUB) TO RDL-STATUS
               ADD PTN-RUN-EXCPS (PART-SUB) TO RUN-EXCEPTION-TOTAL
               IF (PTN-RUN-STATUS (PART-SUB) = "CLEAN"
                       OR PTN-RUN-STATUS (PART-SUB) = "EXCEPTIONS")
                   AND PTN-RUN-READ (PART-SUB) = PTN-COUNT (PART-SUB)
                   MOVE "BALANCED" TO RDL-CONDITION
                   ADD 1 TO PARTITIONS-BALANCED
                   ADD PTN-RUN-READ (PART-SUB) TO RUN-READ-TOTAL
                   ADD PTN-RUN-COMPUTED (PART-SUB)
                       TO RUN-COMPUTED-TOTAL
               ELSE
                   IF PTN-RUN-STATUS (PART-SUB) = "CLEAN"
                           OR PTN-RUN-STATUS (PART-SUB) = "EXCEPTIONS"
                       MOVE "OUT OF BALANCE" TO RDL-CONDITION
                   ELSE
                       MOVE "NOT COMPLETE" TO RDL-CONDITION
                   END-IF
                   ADD 1 TO PARTITIONS-NOT-BALANCED
               END-IF
           END-IF.
           WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE.

       CHECK-NIGHT-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ORIGINAL-COUNT TO RTL-EXPECTED.
           MOVE RUN-READ-TOTAL TO RTL-RUN-READ.
           MOVE RUN-EXCEPTION-TOTAL TO RTL-EXCEPTIONS.
           IF PARTITIONS-NOT-BALANCED > ZERO
                   OR RUN-READ-TOTAL NOT = ORIGINAL-COUNT
               MOVE 'N' TO OVERALL-SWITCH
               MOVE "NOT BALANCED TO COLZIN.DAT" TO RTL-CONDITION
           ELSE
               MOVE "BALANCED TO COLZIN.DAT" TO RTL-CONDITION
           END-IF.
           WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
           IF SPLIT-COUNT-TOTAL NOT = ORIGINAL-COUNT
                   OR SPLIT-HASH-TOTAL NOT = ORIGINAL-HASH
               MOVE 'N' TO OVERALL-SWITCH
               MOVE "PARTITION TRAILERS DO NOT ADD UP TO COLZIN.DAT"
                   TO RML-TEXT
               WRITE REPORT-RECORD FROM REPORT-MESSAGE-LINE
           END-IF.
           IF PTN-ENTRY-COUNT NOT = PARTITIONS-EXPECTED
                   OR CONTROL-ERRORS > ZERO
               MOVE 'N' TO OVERALL-SWITCH
               MOVE "SPLIT CONTROL FILE IS INCOMPLETE OR DAMAGED"
                   TO RML-TEXT
               WRITE REPORT-RECORD FROM REPORT-MESSAGE-LINE
           END-IF.

       WRITE-REPORT-HEADING.
           WRITE REPORT-RECORD FROM REPORT-TITLE-LINE.
           MOVE SPLIT-STAMP TO RSL-STAMP.
           MOVE ORIGINAL-COUNT TO RSL-COUNT.
           MOVE ORIGINAL-HASH TO RSL-HASH.
           WRITE REPORT-RECORD FROM REPORT-SPLIT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM REPORT-COLUMN-LINE.

       READ-NEXT-CONTROL.
           READ CONTROL-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.

       READ-NEXT-RUN-LOG.
           READ RUN-LOG-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.
       END PROGRAM COLZMRG.
