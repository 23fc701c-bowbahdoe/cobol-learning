       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLZXSHR.

      * Ranks the values on the cross-reference COLZXRF.DAT by how
      * many start N values pass through them. The file is read in
      * key order, so all the start N values for one value arrive
      * together and the first of them is the lowest. COLZXSHP.DAT
      * gives the number of values to rank (default 20, at most 50)
      * and an optional lowest value to rank, so the values every
      * path ends on can be left out. Equal counts keep the lower
      * value first. The figures are as of the last COLZXBLD run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "COLZXSHP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT XREF-FILE ASSIGN TO "COLZXRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRF-KEY
               FILE STATUS IS XREF-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "COLZXSHR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-RANK-COUNT    PICTURE 9(3).
           05  PRM-SEP-1         PICTURE X(01).
           05  PRM-MINIMUM-VALUE PICTURE 9(9).

       FD  XREF-FILE.
       01  XREF-RECORD.
           05  XRF-KEY.
               10  XRF-VALUE    PICTURE 9(9).
               10  XRF-START-N  PICTURE 9(9).
           05  XRF-POSITION     PICTURE 9(5).

       FD  REPORT-FILE.
       01  REPORT-RECORD PICTURE X(80).

       WORKING-STORAGE SECTION.
       77  EOF-SWITCH PICTURE X VALUE 'N'.
           88 NO-MORE-RECORDS VALUE 'Y'.
       77  PARM-FILE-STATUS PICTURE XX.
       77  XREF-FILE-STATUS PICTURE XX.
       77  RANK-COUNT PICTURE 9(3) VALUE 20.
       77  MINIMUM-VALUE PICTURE 9(9) VALUE ZERO.
       77  ENTRIES-READ PICTURE 9(9) VALUE ZERO.
       77  VALUES-READ PICTURE 9(9) VALUE ZERO.
       77  UNSHARED-VALUES PICTURE 9(9) VALUE ZERO.
       77  VALUES-BELOW-MINIMUM PICTURE 9(9) VALUE ZERO.
       77  GROUP-SWITCH PICTURE X VALUE 'N'.
           88 GROUP-IS-OPEN VALUE 'Y'.
       77  GROUP-VALUE PICTURE 9(9).
       77  GROUP-COUNT PICTURE 9(9).
       77  GROUP-LOWEST-N PICTURE 9(9).
       77  RANK-SUB PICTURE 9(3).
       77  SHIFT-SUB PICTURE 9(3).
       77  INSERT-SUB PICTURE 9(3).
       COPY runlog.

       01  SHARED-RANK-TABLE.
           05  SHT-ENTRY-COUNT PICTURE 9(3) VALUE ZERO.
           05  SHT-ENTRY OCCURS 50 TIMES.
               10  SHT-VALUE    PICTURE 9(9).
               10  SHT-COUNT    PICTURE 9(9).
               10  SHT-LOWEST-N PICTURE 9(9).

       01  REPORT-HEADER-LINE.
           05  FILLER PICTURE X(33) VALUE
               "COLLATZ VALUE CROSS-REFERENCE - T".
           05  FILLER PICTURE X(03) VALUE "OP ".
           05  RHL-RANK-COUNT PICTURE ZZ9.
           05  FILLER PICTURE X(19) VALUE " MOST-SHARED VALUES".
           05  FILLER PICTURE X(22) VALUE SPACES.

       01  MINIMUM-LINE.
           05  FILLER PICTURE X(13) VALUE "VALUES BELOW ".
           05  MNL-MINIMUM PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(11) VALUE " NOT RANKED".
           05  FILLER PICTURE X(47) VALUE SPACES.

       01  SHARED-HEADER-LINE.
           05  FILLER PICTURE X(43) VALUE
               "RANK        VALUE     START NS     LOWEST N".
           05  FILLER PICTURE X(37) VALUE SPACES.

       01  RANK-DETAIL-LINE.
           05  RDL-RANK PICTURE ZZZ9.
           05  FILLER PICTURE X(04) VALUE SPACES.
           05  RDL-VALUE PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(04) VALUE SPACES.
           05  RDL-COUNT PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(04) VALUE SPACES.
           05  RDL-LOWEST-N PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(37) VALUE SPACES.

       01  TOTALS-LINE-1.
           05  FILLER PICTURE X(28) VALUE
               "CROSS-REFERENCE ENTRIES:    ".
           05  TL1-ENTRIES PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(43) VALUE SPACES.

       01  TOTALS-LINE-2.
           05  FILLER PICTURE X(28) VALUE
               "DISTINCT VALUES:            ".
           05  TL2-VALUES PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(43) VALUE SPACES.

       01  TOTALS-LINE-3.
           05  FILLER PICTURE X(28) VALUE
               "VALUES ON ONE PATH ONLY:    ".
           05  TL3-UNSHARED PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(43) VALUE SPACES.

       01  TOTALS-LINE-4.
           05  FILLER PICTURE X(28) VALUE
               "VALUES BELOW MINIMUM:       ".
           05  TL4-BELOW PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(43) VALUE SPACES.

       01  BLANK-LINE PICTURE X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM BEGIN.
       BEGIN.
           MOVE "COLZXSHR" TO RUNLOG-PROGRAM-NAME.
           SET RUNLOG-FN-START TO TRUE.
           PERFORM CALL-RUN-LOG.
           PERFORM LOAD-PARAMETERS.
           OPEN INPUT XREF-FILE.
           IF XREF-FILE-STATUS NOT = "00"
               DISPLAY "COLZXSHR: COLZXRF.DAT NOT AVAILABLE, "
                   "STATUS = " XREF-FILE-STATUS
               PERFORM WRITE-SUMMARY-COUNTS
               SET RUNLOG-STATUS-FAILED TO TRUE
               SET RUNLOG-FN-END TO TRUE
               PERFORM CALL-RUN-LOG
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-NEXT-XREF.
           PERFORM COUNT-ONE-ENTRY UNTIL NO-MORE-RECORDS.
           IF GROUP-IS-OPEN
               PERFORM FINISH-VALUE-GROUP
           END-IF.
           CLOSE XREF-FILE.
           PERFORM PRINT-REPORT.
           DISPLAY "COLZXSHR: " ENTRIES-READ " ENTRIES READ, "
               VALUES-READ " DISTINCT VALUES, "
               SHT-ENTRY-COUNT " RANKED".
           PERFORM WRITE-SUMMARY-COUNTS.
           SET RUNLOG-STATUS-CLEAN TO TRUE.
           SET RUNLOG-FN-END TO TRUE.
           PERFORM CALL-RUN-LOG.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       WRITE-SUMMARY-COUNTS.
           MOVE ENTRIES-READ TO RUNLOG-RECORDS-READ.
           MOVE VALUES-READ TO RUNLOG-RECORDS-PROCESSED.
           MOVE ZERO TO RUNLOG-EXCEPTION-COUNT.

       CALL-RUN-LOG.
           CALL "RUNLOG" USING RUNLOG-FUNCTION, RUNLOG-PROGRAM-NAME,
               RUNLOG-COUNTS, RUNLOG-FINAL-STATUS.

       LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-RANK-COUNT IS NUMERIC
                               AND PRM-RANK-COUNT > ZERO
                           MOVE PRM-RANK-COUNT TO RANK-COUNT
                       END-IF
                       IF PRM-MINIMUM-VALUE IS NUMERIC
                           MOVE PRM-MINIMUM-VALUE TO MINIMUM-VALUE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF RANK-COUNT > 50
               MOVE 50 TO RANK-COUNT
           END-IF.

       COUNT-ONE-ENTRY.
           ADD 1 TO ENTRIES-READ.
           IF NOT GROUP-IS-OPEN OR XRF-VALUE NOT = GROUP-VALUE
               IF GROUP-IS-OPEN
                   PERFORM FINISH-VALUE-GROUP
               END-IF
               SET GROUP-IS-OPEN TO TRUE
               MOVE XRF-VALUE TO GROUP-VALUE
               MOVE ZERO TO GROUP-COUNT
               MOVE XRF-START-N TO GROUP-LOWEST-N
           END-IF.
           ADD 1 TO GROUP-COUNT.
           PERFORM READ-NEXT-XREF.

       FINISH-VALUE-GROUP.
           ADD 1 TO VALUES-READ.
           IF GROUP-COUNT = 1
               ADD 1 TO UNSHARED-VALUES
           END-IF.
           IF GROUP-VALUE < MINIMUM-VALUE
               ADD 1 TO VALUES-BELOW-MINIMUM
           ELSE
               PERFORM RANK-BY-SHARED-COUNT
           END-IF.

       RANK-BY-SHARED-COUNT.
           MOVE ZERO TO INSERT-SUB.
           PERFORM FIND-SHARED-SLOT
               VARYING RANK-SUB FROM 1 BY 1
               UNTIL RANK-SUB > SHT-ENTRY-COUNT OR INSERT-SUB > ZERO.
           IF INSERT-SUB = ZERO AND SHT-ENTRY-COUNT < RANK-COUNT
               ADD 1 TO SHT-ENTRY-COUNT
               MOVE SHT-ENTRY-COUNT TO INSERT-SUB
           ELSE
               IF INSERT-SUB > ZERO
                   IF SHT-ENTRY-COUNT < RANK-COUNT
                       ADD 1 TO SHT-ENTRY-COUNT
                   END-IF
                   PERFORM SHIFT-SHARED-ENTRY
                       VARYING SHIFT-SUB FROM SHT-ENTRY-COUNT BY -1
                       UNTIL SHIFT-SUB <= INSERT-SUB
               END-IF
           END-IF.
           IF INSERT-SUB > ZERO
               MOVE GROUP-VALUE TO SHT-VALUE (INSERT-SUB)
               MOVE GROUP-COUNT TO SHT-COUNT (INSERT-SUB)
               MOVE GROUP-LOWEST-N TO SHT-LOWEST-N (INSERT-SUB)
           END-IF.

       FIND-SHARED-SLOT.
           IF GROUP-COUNT > SHT-COUNT (RANK-SUB)
               MOVE RANK-SUB TO INSERT-SUB
           END-IF.

       SHIFT-SHARED-ENTRY.
           MOVE SHT-ENTRY (SHIFT-SUB - 1) TO SHT-ENTRY (SHIFT-SUB).

       PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE.
           MOVE RANK-COUNT TO RHL-RANK-COUNT.
           WRITE REPORT-RECORD FROM REPORT-HEADER-LINE.
           IF MINIMUM-VALUE > ZERO
               MOVE MINIMUM-VALUE TO MNL-MINIMUM
               WRITE REPORT-RECORD FROM MINIMUM-LINE
           END-IF.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           WRITE REPORT-RECORD FROM SHARED-HEADER-LINE.
           PERFORM PRINT-ONE-SHARED-RANK
               VARYING RANK-SUB FROM 1 BY 1
               UNTIL RANK-SUB > SHT-ENTRY-COUNT.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE ENTRIES-READ TO TL1-ENTRIES.
           WRITE REPORT-RECORD FROM TOTALS-LINE-1.
           MOVE VALUES-READ TO TL2-VALUES.
           WRITE REPORT-RECORD FROM TOTALS-LINE-2.
           MOVE UNSHARED-VALUES TO TL3-UNSHARED.
           WRITE REPORT-RECORD FROM TOTALS-LINE-3.
           IF MINIMUM-VALUE > ZERO
               MOVE VALUES-BELOW-MINIMUM TO TL4-BELOW
               WRITE REPORT-RECORD FROM TOTALS-LINE-4
           END-IF.
           CLOSE REPORT-FILE.

       PRINT-ONE-SHARED-RANK.
           MOVE RANK-SUB TO RDL-RANK.
           MOVE SHT-VALUE (RANK-SUB) TO RDL-VALUE.
           MOVE SHT-COUNT (RANK-SUB) TO RDL-COUNT.
           MOVE SHT-LOWEST-N (RANK-SUB) TO RDL-LOWEST-N.
           WRITE REPORT-RECORD FROM RANK-DETAIL-LINE.

       READ-NEXT-XREF.
           READ XREF-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.
       END PROGRAM COLZXSHR.
