       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSCARD.

      * Month-end operations scorecard. Gathers one month's totals -
      * runs by program and final status from RUNLOG.DAT, exceptions
      * raised, resolved and still open from EXCEPT.DAT, the size of
      * the results master and its growth, and the rejects standing
      * on COLZREJ.DAT and SQRTREJ.DAT - appends them to the history
      * file OPSHIST.DAT, and prints OPSCARD.DAT setting the month
      * against last month and the same month last year from that
      * history. The month is taken from OPSCARDP.DAT (YYYYMM) and
      * defaults to the current month. The reject files are rebuilt
      * by every edit run and carry no date, so their counts are
      * whatever stands on them when the scorecard runs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "OPSCARDP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-FILE-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "EXCEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPT-FILE-STATUS.
           SELECT COLZ-REJECT-FILE ASSIGN TO "COLZREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLZ-REJECT-FILE-STATUS.
           SELECT SQRT-REJECT-FILE ASSIGN TO "SQRTREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQRT-REJECT-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "OPSHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "OPSCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-MONTH PICTURE 9(6).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           05  RLR-PROGRAM-NAME      PICTURE X(8).
           05  RLR-SEP-1             PICTURE X(01).
           05  RLR-START-STAMP       PICTURE X(17).
           05  RLR-SEP-2             PICTURE X(01).
           05  RLR-END-STAMP.
               10  RLR-END-MONTH     PICTURE X(6).
               10  FILLER            PICTURE X(11).
           05  RLR-SEP-3             PICTURE X(01).
           05  RLR-RECORDS-READ      PICTURE 9(9).
           05  RLR-SEP-4             PICTURE X(01).
           05  RLR-RECORDS-PROCESSED PICTURE 9(9).
           05  RLR-SEP-5             PICTURE X(01).
           05  RLR-EXCEPTION-COUNT   PICTURE 9(9).
           05  RLR-SEP-6             PICTURE X(01).
           05  RLR-FINAL-STATUS      PICTURE X(10).

       FD  EXCEPT-FILE.
       01  EXCEPT-RECORD.
           05  EXR-RUN-DATE.
               10  EXR-RUN-MONTH PICTURE 9(6).
               10  FILLER        PICTURE 9(2).
           05  EXR-SEP-1         PICTURE X(01).
           05  EXR-PROGRAM-NAME  PICTURE X(8).
           05  EXR-SEP-2         PICTURE X(01).
           05  EXR-RECORD-NUMBER PICTURE 9(9).
           05  EXR-SEP-3         PICTURE X(01).
           05  EXR-INPUT-VALUE   PICTURE X(10).
           05  EXR-SEP-4         PICTURE X(01).
           05  EXR-REASON-CODE   PICTURE X(8).
           05  EXR-SEP-5         PICTURE X(01).
           05  EXR-DISPOSITION   PICTURE X.
               88  EXR-DISP-NEW          VALUE 'N'.
               88  EXR-DISP-ACKNOWLEDGED VALUE 'A'.
               88  EXR-DISP-RESOLVED     VALUE 'R'.
           05  EXR-SEP-6         PICTURE X(01).
           05  EXR-DISP-DATE.
               10  EXR-DISP-MONTH PICTURE 9(6).
               10  FILLER         PICTURE 9(2).
           05  EXR-SEP-7         PICTURE X(01).
           05  EXR-DISP-OPERATOR PICTURE X(8).

       FD  COLZ-REJECT-FILE.
       01  COLZ-REJECT-RECORD PICTURE X(45).

       FD  SQRT-REJECT-FILE.
       01  SQRT-REJECT-RECORD PICTURE X(45).

      * One M record per month carrying the twelve scorecard totals
      * in the order of SCORECARD-LABELS, followed by one P record
      * per program run in the month. A month scored again appends
      * a fresh set, and the latest set for a month is the one used.
       FD  HISTORY-FILE.
       01  HISTORY-MONTH-RECORD.
           05  HMR-TYPE           PICTURE X.
               88  HMR-MONTH-TOTALS VALUE 'M'.
               88  HMR-PROGRAM-RUNS VALUE 'P'.
           05  HMR-SEP-1          PICTURE X(01).
           05  HMR-MONTH          PICTURE 9(6).
           05  HMR-SEP-2          PICTURE X(01).
           05  HMR-RUN-DATE       PICTURE 9(8).
           05  HMR-SEP-3          PICTURE X(01).
           05  HMR-GROWTH-SWITCH  PICTURE X.
           05  HMR-TOTAL OCCURS 12 TIMES.
               10  HMR-TOTAL-SEP  PICTURE X(01).
               10  HMR-TOTAL-VALUE PICTURE S9(9)
                   SIGN IS LEADING SEPARATE.
       01  HISTORY-PROGRAM-RECORD.
           05  HPR-TYPE           PICTURE X.
           05  HPR-SEP-1          PICTURE X(01).
           05  HPR-MONTH          PICTURE 9(6).
           05  HPR-SEP-2          PICTURE X(01).
           05  HPR-PROGRAM-NAME   PICTURE X(8).
           05  HPR-COUNT OCCURS 6 TIMES.
               10  HPR-COUNT-SEP  PICTURE X(01).
               10  HPR-COUNT-VALUE PICTURE 9(9).

       FD  REPORT-FILE.
       01  REPORT-RECORD PICTURE X(90).

       WORKING-STORAGE SECTION.
       77  EOF-SWITCH PICTURE X VALUE 'N'.
           88 NO-MORE-RECORDS VALUE 'Y'.
       77  PARM-FILE-STATUS PICTURE XX.
       77  RUN-LOG-FILE-STATUS PICTURE XX.
       77  EXCEPT-FILE-STATUS PICTURE XX.
       77  COLZ-REJECT-FILE-STATUS PICTURE XX.
       77  SQRT-REJECT-FILE-STATUS PICTURE XX.
       77  HISTORY-FILE-STATUS PICTURE XX.
       77  RUN-DATE PICTURE 9(8).
       77  RUN-LOG-READ PICTURE 9(9) VALUE ZERO.
       77  BROWSE-EOF-SWITCH PICTURE X VALUE 'N'.
           88 NO-MORE-MASTER VALUE 'Y'.
       77  COL-SUB PICTURE 9(3).
       77  ROW-SUB PICTURE 9(3).
       77  CNT-SUB PICTURE 9(3).
       77  PGM-SUB PICTURE 9(3).
       77  MATCH-SUB PICTURE 9(3).
       77  STATUS-SUB PICTURE 9(3).
       77  PROGRAMS-NOT-LISTED PICTURE 9(9) VALUE ZERO.
       77  WORK-CHANGE PICTURE S9(9).
       77  WORK-PROGRAM PICTURE X(8).
       77  HISTORY-COL PICTURE 9(3) VALUE ZERO.
       COPY colzmst.
       COPY runlog.

       01  TARGET-MONTH PICTURE 9(6).
       01  TARGET-MONTH-PARTS REDEFINES TARGET-MONTH.
           05  TGT-YEAR  PICTURE 9(4).
           05  TGT-MONTH PICTURE 9(2).
       01  WORK-MONTH PICTURE 9(6).
       01  WORK-MONTH-PARTS REDEFINES WORK-MONTH.
           05  WRK-YEAR  PICTURE 9(4).
           05  WRK-MONTH PICTURE 9(2).

      * Column 1 is the month being scored, column 2 the month before
      * it and column 3 the same month a year earlier; the last two
      * come from OPSHIST.DAT.
       01  MONTH-TOTALS.
           05  MTH-COLUMN OCCURS 3 TIMES.
               10  MTH-MONTH PICTURE 9(6).
               10  MTH-FOUND-SWITCH PICTURE X.
                   88  MTH-FOUND VALUE 'Y'.
               10  MTH-GROWTH-SWITCH PICTURE X.
                   88  MTH-GROWTH-KNOWN VALUE 'Y'.
               10  MTH-TOTALS.
                   15  MTH-RUNS          PICTURE S9(9).
                   15  MTH-CLEAN         PICTURE S9(9).
                   15  MTH-EXCEPTIONS    PICTURE S9(9).
                   15  MTH-FAILED        PICTURE S9(9).
                   15  MTH-STOPPED       PICTURE S9(9).
                   15  MTH-RAISED        PICTURE S9(9).
                   15  MTH-RESOLVED      PICTURE S9(9).
                   15  MTH-OPEN          PICTURE S9(9).
                   15  MTH-MASTER-COUNT  PICTURE S9(9).
                   15  MTH-MASTER-GROWTH PICTURE S9(9).
                   15  MTH-COLZ-REJECTS  PICTURE S9(9).
                   15  MTH-SQRT-REJECTS  PICTURE S9(9).
               10  MTH-TOTAL-TABLE REDEFINES MTH-TOTALS.
                   15  MTH-TOTAL PICTURE S9(9) OCCURS 12 TIMES.

       01  SCORECARD-LABEL-VALUES.
           05  FILLER PICTURE X(28) VALUE "RUNS LOGGED".
           05  FILLER PICTURE X(28) VALUE "  ENDED CLEAN".
           05  FILLER PICTURE X(28) VALUE "  ENDED WITH EXCEPTIONS".
           05  FILLER PICTURE X(28) VALUE "  FAILED".
           05  FILLER PICTURE X(28) VALUE "  STOPPED FOR RESTART".
           05  FILLER PICTURE X(28) VALUE "EXCEPTIONS RAISED".
           05  FILLER PICTURE X(28) VALUE "EXCEPTIONS RESOLVED".
           05  FILLER PICTURE X(28) VALUE
               "EXCEPTIONS OPEN AT MONTH END".
           05  FILLER PICTURE X(28) VALUE "RESULTS MASTER RECORDS".
           05  FILLER PICTURE X(28) VALUE "RESULTS MASTER GROWTH".
           05  FILLER PICTURE X(28) VALUE "REJECTS ON COLZREJ.DAT".
           05  FILLER PICTURE X(28) VALUE "REJECTS ON SQRTREJ.DAT".
       01  SCORECARD-LABELS REDEFINES SCORECARD-LABEL-VALUES.
           05  SCORECARD-LABEL PICTURE X(28) OCCURS 12 TIMES.

      * Per program, for each column: runs, runs ended CLEAN,
      * EXCEPTIONS, FAILED and STOPPED, and the exceptions the runs
      * counted between them.
       01  PROGRAM-TABLE.
           05  PGM-ENTRY-COUNT PICTURE 9(3) VALUE ZERO.
           05  PGM-ENTRY OCCURS 40 TIMES.
               10  PGM-NAME PICTURE X(8).
               10  PGM-COLUMN OCCURS 3 TIMES.
                   15  PGM-COUNT PICTURE 9(9) OCCURS 6 TIMES.

       01  REPORT-HEADER-LINE.
           05  FILLER PICTURE X(31) VALUE
               "OPERATIONS SCORECARD FOR MONTH ".
           05  RHL-MONTH PICTURE 9(6).
           05  FILLER PICTURE X(12) VALUE "    PRINTED ".
           05  RHL-DATE PICTURE 9(8).
           05  FILLER PICTURE X(33) VALUE SPACES.

       01  SUMMARY-HEADER-LINE.
           05  FILLER PICTURE X(28) VALUE SPACES.
           05  FILLER PICTURE X(04) VALUE SPACES.
           05  SHL-THIS-MONTH PICTURE 9(6).
           05  FILLER PICTURE X(14) VALUE SPACES.
           05  SHL-LAST-MONTH PICTURE 9(6).
           05  FILLER PICTURE X(10) VALUE "    CHANGE".
           05  FILLER PICTURE X(04) VALUE SPACES.
           05  SHL-LAST-YEAR PICTURE 9(6).
           05  FILLER PICTURE X(10) VALUE "    CHANGE".
           05  FILLER PICTURE X(02) VALUE SPACES.

       01  SUMMARY-DETAIL-LINE.
           05  SDL-LABEL PICTURE X(28).
           05  SDL-VALUE OCCURS 3 TIMES.
               10  SDL-AMOUNT PICTURE -ZZZZZZZZ9.
               10  SDL-AMOUNT-X REDEFINES SDL-AMOUNT PICTURE X(10).
               10  SDL-CHANGE PICTURE -ZZZZZZZZ9.
               10  SDL-CHANGE-X REDEFINES SDL-CHANGE PICTURE X(10).
           05  FILLER PICTURE X(02) VALUE SPACES.

       01  PROGRAM-HEADER-LINE.
           05  FILLER PICTURE X(40) VALUE
               "PROGRAM     RUNS   CLEAN  EXCPTN  FAILED".
           05  FILLER PICTURE X(40) VALUE
               " STOPPED  EXCPTS  LAST MTH   LAST YR".

       01  PROGRAM-DETAIL-LINE.
           05  PDL-PROGRAM-NAME PICTURE X(8).
           05  PDL-COUNT PICTURE ZZZZZZZ9 OCCURS 6 TIMES.
           05  PDL-LAST-MONTH PICTURE ZZZZZZZZZ9.
           05  PDL-LAST-MONTH-X REDEFINES PDL-LAST-MONTH
               PICTURE X(10).
           05  PDL-LAST-YEAR PICTURE ZZZZZZZZZ9.
           05  PDL-LAST-YEAR-X REDEFINES PDL-LAST-YEAR
               PICTURE X(10).
           05  FILLER PICTURE X(14) VALUE SPACES.

       01  REPORT-MESSAGE-LINE.
           05  RML-TEXT PICTURE X(90).

       01  BLANK-LINE PICTURE X(90) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM BEGIN.
       BEGIN.
           MOVE "OPSCARD " TO RUNLOG-PROGRAM-NAME.
           SET RUNLOG-FN-START TO TRUE.
           PERFORM CALL-RUN-LOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-PARAMETERS.
           PERFORM SET-COMPARISON-MONTHS.
           OPEN INPUT RUN-LOG-FILE.
           IF RUN-LOG-FILE-STATUS NOT = "00"
               DISPLAY "OPSCARD: RUNLOG.DAT NOT AVAILABLE, STATUS = "
                   RUN-LOG-FILE-STATUS
               MOVE ZERO TO RUNLOG-RECORDS-READ
               MOVE ZERO TO RUNLOG-RECORDS-PROCESSED
               MOVE ZERO TO RUNLOG-EXCEPTION-COUNT
               SET RUNLOG-STATUS-FAILED TO TRUE
               SET RUNLOG-FN-END TO TRUE
               PERFORM CALL-RUN-LOG
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM READ-NEXT-RUN-LOG.
           PERFORM TALLY-ONE-RUN UNTIL NO-MORE-RECORDS.
           CLOSE RUN-LOG-FILE.
           PERFORM TALLY-EXCEPTIONS.
           PERFORM COUNT-REJECTS.
           PERFORM COUNT-MASTER-RECORDS.
           PERFORM LOAD-HISTORY.
           IF MTH-FOUND (2)
               COMPUTE MTH-MASTER-GROWTH (1) =
                   MTH-MASTER-COUNT (1) - MTH-MASTER-COUNT (2)
               SET MTH-GROWTH-KNOWN (1) TO TRUE
           END-IF.
           PERFORM APPEND-HISTORY.
           PERFORM PRINT-SCORECARD.
           MOVE RUN-LOG-READ TO RUNLOG-RECORDS-READ.
           MOVE MTH-RUNS (1) TO RUNLOG-RECORDS-PROCESSED.
           MOVE PROGRAMS-NOT-LISTED TO RUNLOG-EXCEPTION-COUNT.
           DISPLAY "OPSCARD: MONTH " TARGET-MONTH " SCORED, "
               RUNLOG-RECORDS-PROCESSED " RUNS OF "
               RUNLOG-RECORDS-READ " ON RUNLOG.DAT".
           IF PROGRAMS-NOT-LISTED > ZERO
               SET RUNLOG-STATUS-EXCEPTIONS TO TRUE
               MOVE 4 TO RETURN-CODE
           ELSE
               SET RUNLOG-STATUS-CLEAN TO TRUE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           SET RUNLOG-FN-END TO TRUE.
           PERFORM CALL-RUN-LOG.
           GOBACK.

       CALL-RUN-LOG.
           CALL "RUNLOG" USING RUNLOG-FUNCTION, RUNLOG-PROGRAM-NAME,
               RUNLOG-COUNTS, RUNLOG-FINAL-STATUS.

       LOAD-PARAMETERS.
           MOVE RUN-DATE (1:6) TO TARGET-MONTH.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-MONTH IS NUMERIC
                               AND PRM-MONTH (5:2) >= "01"
                               AND PRM-MONTH (5:2) <= "12"
                           MOVE PRM-MONTH TO TARGET-MONTH
                       ELSE
                           DISPLAY "OPSCARD: MONTH '" PRM-MONTH
                               "' IGNORED, SCORING " TARGET-MONTH
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       SET-COMPARISON-MONTHS.
           PERFORM CLEAR-ONE-COLUMN
               VARYING COL-SUB FROM 1 BY 1 UNTIL COL-SUB > 3.
           MOVE TARGET-MONTH TO MTH-MONTH (1).
           SET MTH-FOUND (1) TO TRUE.
           MOVE TARGET-MONTH TO WORK-MONTH.
           IF WRK-MONTH = 1
               SUBTRACT 1 FROM WRK-YEAR
               MOVE 12 TO WRK-MONTH
           ELSE
               SUBTRACT 1 FROM WRK-MONTH
           END-IF.
           MOVE WORK-MONTH TO MTH-MONTH (2).
           MOVE TARGET-MONTH TO WORK-MONTH.
           SUBTRACT 1 FROM WRK-YEAR.
           MOVE WORK-MONTH TO MTH-MONTH (3).

       CLEAR-ONE-COLUMN.
           MOVE 'N' TO MTH-FOUND-SWITCH (COL-SUB).
           MOVE 'N' TO MTH-GROWTH-SWITCH (COL-SUB).
           PERFORM CLEAR-ONE-TOTAL
               VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > 12.

       CLEAR-ONE-TOTAL.
           MOVE ZERO TO MTH-TOTAL (COL-SUB, ROW-SUB).

      * A run belongs to the month it ended in.
       TALLY-ONE-RUN.
           ADD 1 TO RUN-LOG-READ.
           IF RLR-END-MONTH = TARGET-MONTH
               ADD 1 TO MTH-RUNS (1)
               MOVE RLR-PROGRAM-NAME TO WORK-PROGRAM
               MOVE ZERO TO STATUS-SUB
               IF RLR-FINAL-STATUS = "CLEAN"
                   ADD 1 TO MTH-CLEAN (1)
                   MOVE 2 TO STATUS-SUB
               END-IF
               IF RLR-FINAL-STATUS = "EXCEPTIONS"
                   ADD 1 TO MTH-EXCEPTIONS (1)
                   MOVE 3 TO STATUS-SUB
               END-IF
               IF RLR-FINAL-STATUS = "FAILED"
                   ADD 1 TO MTH-FAILED (1)
                   MOVE 4 TO STATUS-SUB
               END-IF
               IF RLR-FINAL-STATUS = "STOPPED"
                   ADD 1 TO MTH-STOPPED (1)
                   MOVE 5 TO STATUS-SUB
               END-IF
               PERFORM FIND-PROGRAM-ENTRY
               IF MATCH-SUB > ZERO
                   ADD 1 TO PGM-COUNT (MATCH-SUB, 1, 1)
                   IF STATUS-SUB > ZERO
                       ADD 1 TO PGM-COUNT (MATCH-SUB, 1, STATUS-SUB)
                   END-IF
                   IF RLR-EXCEPTION-COUNT IS NUMERIC
                       ADD RLR-EXCEPTION-COUNT
                           TO PGM-COUNT (MATCH-SUB, 1, 6)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-RUN-LOG.

       FIND-PROGRAM-ENTRY.
           MOVE ZERO TO MATCH-SUB.
           PERFORM FIND-ONE-PROGRAM-ENTRY
               VARYING PGM-SUB FROM 1 BY 1
               UNTIL PGM-SUB > PGM-ENTRY-COUNT OR MATCH-SUB > ZERO.
           IF MATCH-SUB = ZERO
               IF PGM-ENTRY-COUNT < 40
                   ADD 1 TO PGM-ENTRY-COUNT
                   MOVE PGM-ENTRY-COUNT TO MATCH-SUB
                   MOVE WORK-PROGRAM TO PGM-NAME (MATCH-SUB)
                   PERFORM CLEAR-PROGRAM-COLUMNS
               ELSE
                   ADD 1 TO PROGRAMS-NOT-LISTED
               END-IF
           END-IF.

       FIND-ONE-PROGRAM-ENTRY.
           IF PGM-NAME (PGM-SUB) = WORK-PROGRAM
               MOVE PGM-SUB TO MATCH-SUB
           END-IF.

       CLEAR-PROGRAM-COLUMNS.
           PERFORM CLEAR-PROGRAM-COLUMN
               VARYING COL-SUB FROM 1 BY 1 UNTIL COL-SUB > 3.

       CLEAR-PROGRAM-COLUMN.
           PERFORM CLEAR-PROGRAM-COUNT
               VARYING CNT-SUB FROM 1 BY 1 UNTIL CNT-SUB > 6.

       CLEAR-PROGRAM-COUNT.
           MOVE ZERO TO PGM-COUNT (MATCH-SUB, COL-SUB, CNT-SUB).

      * An exception is raised in the month of its run date and
      * resolved in the month of its disposition date. It is open at
      * month end if it was raised by then and not resolved by then.
       TALLY-EXCEPTIONS.
           OPEN INPUT EXCEPT-FILE.
           IF EXCEPT-FILE-STATUS NOT = "00"
               DISPLAY "OPSCARD: EXCEPT.DAT NOT AVAILABLE, STATUS = "
                   EXCEPT-FILE-STATUS ", NO EXCEPTIONS COUNTED"
           ELSE
               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-NEXT-EXCEPTION
               PERFORM TALLY-ONE-EXCEPTION UNTIL NO-MORE-RECORDS
               CLOSE EXCEPT-FILE
           END-IF.

       TALLY-ONE-EXCEPTION.
           IF EXR-RUN-MONTH IS NUMERIC
               IF EXR-RUN-MONTH = TARGET-MONTH
                   ADD 1 TO MTH-RAISED (1)
               END-IF
               IF EXR-RUN-MONTH <= TARGET-MONTH
                   IF EXR-DISP-RESOLVED
                           AND EXR-DISP-MONTH IS NUMERIC
                           AND EXR-DISP-MONTH <= TARGET-MONTH
                       CONTINUE
                   ELSE
                       ADD 1 TO MTH-OPEN (1)
                   END-IF
               END-IF
           END-IF.
           IF EXR-DISP-RESOLVED AND EXR-DISP-MONTH IS NUMERIC
               IF EXR-DISP-MONTH = TARGET-MONTH
                   ADD 1 TO MTH-RESOLVED (1)
               END-IF
           END-IF.
           PERFORM READ-NEXT-EXCEPTION.

       COUNT-REJECTS.
           OPEN INPUT COLZ-REJECT-FILE.
           IF COLZ-REJECT-FILE-STATUS NOT = "00"
               DISPLAY "OPSCARD: COLZREJ.DAT NOT AVAILABLE, STATUS = "
                   COLZ-REJECT-FILE-STATUS ", COUNTED AS NONE"
           ELSE
               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-NEXT-COLZ-REJECT
               PERFORM COUNT-ONE-COLZ-REJECT UNTIL NO-MORE-RECORDS
               CLOSE COLZ-REJECT-FILE
           END-IF.
           OPEN INPUT SQRT-REJECT-FILE.
           IF SQRT-REJECT-FILE-STATUS NOT = "00"
               DISPLAY "OPSCARD: SQRTREJ.DAT NOT AVAILABLE, STATUS = "
                   SQRT-REJECT-FILE-STATUS ", COUNTED AS NONE"
           ELSE
               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-NEXT-SQRT-REJECT
               PERFORM COUNT-ONE-SQRT-REJECT UNTIL NO-MORE-RECORDS
               CLOSE SQRT-REJECT-FILE
           END-IF.

       COUNT-ONE-COLZ-REJECT.
           ADD 1 TO MTH-COLZ-REJECTS (1).
           PERFORM READ-NEXT-COLZ-REJECT.

       COUNT-ONE-SQRT-REJECT.
           ADD 1 TO MTH-SQRT-REJECTS (1).
           PERFORM READ-NEXT-SQRT-REJECT.

       COUNT-MASTER-RECORDS.
           SET COLZMST-FN-OPEN TO TRUE.
           PERFORM CALL-MASTER.
           MOVE ZERO TO COLZMST-N.
           SET COLZMST-FN-START TO TRUE.
           PERFORM CALL-MASTER.
           IF NOT COLZMST-FOUND
               SET NO-MORE-MASTER TO TRUE
           END-IF.
           PERFORM COUNT-NEXT-MASTER UNTIL NO-MORE-MASTER.
           SET COLZMST-FN-CLOSE TO TRUE.
           PERFORM CALL-MASTER.

       COUNT-NEXT-MASTER.
           SET COLZMST-FN-NEXT TO TRUE.
           PERFORM CALL-MASTER.
           IF COLZMST-END-OF-FILE OR COLZMST-NOT-FOUND
               SET NO-MORE-MASTER TO TRUE
           ELSE
               ADD 1 TO MTH-MASTER-COUNT (1)
           END-IF.

       CALL-MASTER.
           MOVE "OPSCARD " TO COLZMST-CALLER.
           CALL "COLZMSTR" USING COLZMST-FUNCTION, COLZMST-N,
               COLZMST-STEPS, COLZMST-PEAK, COLZMST-RESULT-STATUS,
               COLZMST-RETURN, COLZMST-CALLER, COLZMST-METRICS.

       LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "OPSCARD: NO OPSHIST.DAT YET, NOTHING TO "
                   "COMPARE WITH"
           ELSE
               MOVE 'N' TO EOF-SWITCH
               MOVE ZERO TO HISTORY-COL
               PERFORM READ-NEXT-HISTORY
               PERFORM LOAD-ONE-HISTORY UNTIL NO-MORE-RECORDS
               CLOSE HISTORY-FILE
           END-IF.

      * HISTORY-COL stays on the column of the last M record read,
      * so the P records that follow it land in the same column.
       LOAD-ONE-HISTORY.
           IF HMR-MONTH-TOTALS
               MOVE ZERO TO HISTORY-COL
               IF HMR-MONTH = MTH-MONTH (2)
                   MOVE 2 TO HISTORY-COL
               END-IF
               IF HMR-MONTH = MTH-MONTH (3)
                   MOVE 3 TO HISTORY-COL
               END-IF
               IF HISTORY-COL > ZERO
                   PERFORM LOAD-HISTORY-TOTALS
               END-IF
           ELSE
               IF HMR-PROGRAM-RUNS AND HISTORY-COL > ZERO
                       AND HPR-MONTH = MTH-MONTH (HISTORY-COL)
                   PERFORM LOAD-HISTORY-PROGRAM
               END-IF
           END-IF.
           PERFORM READ-NEXT-HISTORY.

       LOAD-HISTORY-TOTALS.
           SET MTH-FOUND (HISTORY-COL) TO TRUE.
           MOVE HMR-GROWTH-SWITCH TO MTH-GROWTH-SWITCH (HISTORY-COL).
           PERFORM LOAD-ONE-HISTORY-TOTAL
               VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > 12.
           PERFORM CLEAR-ONE-HISTORY-COLUMN
               VARYING PGM-SUB FROM 1 BY 1
               UNTIL PGM-SUB > PGM-ENTRY-COUNT.

       LOAD-ONE-HISTORY-TOTAL.
           IF HMR-TOTAL-VALUE (ROW-SUB) IS NUMERIC
               MOVE HMR-TOTAL-VALUE (ROW-SUB)
                   TO MTH-TOTAL (HISTORY-COL, ROW-SUB)
           ELSE
               MOVE ZERO TO MTH-TOTAL (HISTORY-COL, ROW-SUB)
           END-IF.

       CLEAR-ONE-HISTORY-COLUMN.
           PERFORM CLEAR-ONE-HISTORY-COUNT
               VARYING CNT-SUB FROM 1 BY 1 UNTIL CNT-SUB > 6.

       CLEAR-ONE-HISTORY-COUNT.
           MOVE ZERO TO PGM-COUNT (PGM-SUB, HISTORY-COL, CNT-SUB).

       LOAD-HISTORY-PROGRAM.
           MOVE HPR-PROGRAM-NAME TO WORK-PROGRAM.
           PERFORM FIND-PROGRAM-ENTRY.
           IF MATCH-SUB > ZERO
               PERFORM LOAD-ONE-HISTORY-COUNT
                   VARYING CNT-SUB FROM 1 BY 1 UNTIL CNT-SUB > 6
           END-IF.

       LOAD-ONE-HISTORY-COUNT.
           IF HPR-COUNT-VALUE (CNT-SUB) IS NUMERIC
               MOVE HPR-COUNT-VALUE (CNT-SUB)
                   TO PGM-COUNT (MATCH-SUB, HISTORY-COL, CNT-SUB)
           END-IF.

       APPEND-HISTORY.
           OPEN EXTEND HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           MOVE SPACES TO HISTORY-MONTH-RECORD.
           SET HMR-MONTH-TOTALS TO TRUE.
           MOVE TARGET-MONTH TO HMR-MONTH.
           MOVE RUN-DATE TO HMR-RUN-DATE.
           MOVE MTH-GROWTH-SWITCH (1) TO HMR-GROWTH-SWITCH.
           MOVE 1 TO COL-SUB.
           PERFORM MOVE-ONE-HISTORY-TOTAL
               VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > 12.
           WRITE HISTORY-MONTH-RECORD.
           PERFORM WRITE-ONE-HISTORY-PROGRAM
               VARYING PGM-SUB FROM 1 BY 1
               UNTIL PGM-SUB > PGM-ENTRY-COUNT.
           CLOSE HISTORY-FILE.

       MOVE-ONE-HISTORY-TOTAL.
           MOVE MTH-TOTAL (1, ROW-SUB) TO HMR-TOTAL-VALUE (ROW-SUB).

       WRITE-ONE-HISTORY-PROGRAM.
           IF PGM-COUNT (PGM-SUB, 1, 1) > ZERO
               MOVE SPACES TO HISTORY-PROGRAM-RECORD
               MOVE 'P' TO HPR-TYPE
               MOVE TARGET-MONTH TO HPR-MONTH
               MOVE PGM-NAME (PGM-SUB) TO HPR-PROGRAM-NAME
               PERFORM MOVE-ONE-HISTORY-COUNT
                   VARYING CNT-SUB FROM 1 BY 1 UNTIL CNT-SUB > 6
               WRITE HISTORY-PROGRAM-RECORD
           END-IF.

       MOVE-ONE-HISTORY-COUNT.
           MOVE PGM-COUNT (PGM-SUB, 1, CNT-SUB)
               TO HPR-COUNT-VALUE (CNT-SUB).

       PRINT-SCORECARD.
           OPEN OUTPUT REPORT-FILE.
           MOVE TARGET-MONTH TO RHL-MONTH.
           MOVE RUN-DATE TO RHL-DATE.
           WRITE REPORT-RECORD FROM REPORT-HEADER-LINE.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE MTH-MONTH (1) TO SHL-THIS-MONTH.
           MOVE MTH-MONTH (2) TO SHL-LAST-MONTH.
           MOVE MTH-MONTH (3) TO SHL-LAST-YEAR.
           WRITE REPORT-RECORD FROM SUMMARY-HEADER-LINE.
           PERFORM PRINT-ONE-SUMMARY-ROW
               VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > 12.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           WRITE REPORT-RECORD FROM PROGRAM-HEADER-LINE.
           PERFORM PRINT-ONE-PROGRAM
               VARYING PGM-SUB FROM 1 BY 1
               UNTIL PGM-SUB > PGM-ENTRY-COUNT.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           IF NOT MTH-FOUND (2)
               MOVE SPACES TO RML-TEXT
               STRING "NO HISTORY FOR " MTH-MONTH (2)
                   ", LAST MONTH NOT COMPARED" DELIMITED BY SIZE
                   INTO RML-TEXT
               WRITE REPORT-RECORD FROM REPORT-MESSAGE-LINE
           END-IF.
           IF NOT MTH-FOUND (3)
               MOVE SPACES TO RML-TEXT
               STRING "NO HISTORY FOR " MTH-MONTH (3)
                   ", LAST YEAR NOT COMPARED" DELIMITED BY SIZE
                   INTO RML-TEXT
               WRITE REPORT-RECORD FROM REPORT-MESSAGE-LINE
           END-IF.
           IF PROGRAMS-NOT-LISTED > ZERO
               MOVE "OVER 40 PROGRAMS, THE REST ARE IN THE TOTALS ONLY"
                   TO RML-TEXT
               WRITE REPORT-RECORD FROM REPORT-MESSAGE-LINE
           END-IF.
           MOVE "REJECTS ARE AS ON FILE WHEN THE SCORECARD RAN"
               TO RML-TEXT.
           WRITE REPORT-RECORD FROM REPORT-MESSAGE-LINE.
           CLOSE REPORT-FILE.

       PRINT-ONE-SUMMARY-ROW.
           MOVE SCORECARD-LABEL (ROW-SUB) TO SDL-LABEL.
           PERFORM FORMAT-ONE-SUMMARY-VALUE
               VARYING COL-SUB FROM 1 BY 1 UNTIL COL-SUB > 3.
           MOVE SPACES TO SDL-CHANGE-X (1).
           WRITE REPORT-RECORD FROM SUMMARY-DETAIL-LINE.

      * The change columns are this month less the month compared.
       FORMAT-ONE-SUMMARY-VALUE.
           IF MTH-FOUND (COL-SUB)
                   AND (ROW-SUB NOT = 10 OR MTH-GROWTH-KNOWN (COL-SUB))
               MOVE MTH-TOTAL (COL-SUB, ROW-SUB) TO SDL-AMOUNT (COL-SUB)
               IF COL-SUB > 1
                       AND (ROW-SUB NOT = 10 OR MTH-GROWTH-KNOWN (1))
                   COMPUTE WORK-CHANGE = MTH-TOTAL (1, ROW-SUB)
                       - MTH-TOTAL (COL-SUB, ROW-SUB)
                   MOVE WORK-CHANGE TO SDL-CHANGE (COL-SUB)
               ELSE
                   MOVE SPACES TO SDL-CHANGE-X (COL-SUB)
               END-IF
           ELSE
               MOVE "       N/A" TO SDL-AMOUNT-X (COL-SUB)
               MOVE SPACES TO SDL-CHANGE-X (COL-SUB)
           END-IF.

       PRINT-ONE-PROGRAM.
           MOVE PGM-NAME (PGM-SUB) TO PDL-PROGRAM-NAME.
           PERFORM FORMAT-ONE-PROGRAM-COUNT
               VARYING CNT-SUB FROM 1 BY 1 UNTIL CNT-SUB > 6.
           IF MTH-FOUND (2)
               MOVE PGM-COUNT (PGM-SUB, 2, 1) TO PDL-LAST-MONTH
           ELSE
               MOVE "       N/A" TO PDL-LAST-MONTH-X
           END-IF.
           IF MTH-FOUND (3)
               MOVE PGM-COUNT (PGM-SUB, 3, 1) TO PDL-LAST-YEAR
           ELSE
               MOVE "       N/A" TO PDL-LAST-YEAR-X
           END-IF.
           WRITE REPORT-RECORD FROM PROGRAM-DETAIL-LINE.

       FORMAT-ONE-PROGRAM-COUNT.
           MOVE PGM-COUNT (PGM-SUB, 1, CNT-SUB) TO PDL-COUNT (CNT-SUB).

       READ-NEXT-RUN-LOG.
           READ RUN-LOG-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.

       READ-NEXT-EXCEPTION.
           READ EXCEPT-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.

       READ-NEXT-COLZ-REJECT.
           READ COLZ-REJECT-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.

       READ-NEXT-SQRT-REJECT.
           READ SQRT-REJECT-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.

       READ-NEXT-HISTORY.
           READ HISTORY-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.
       END PROGRAM OPSCARD.
