               88  EXR-DISP-RESOLVED     VALUE 'R'.
           05  EXR-SEP-6         PICTURE X(01).
           05  EXR-DISP-DATE     PICTURE 9(8).
           05  EXR-SEP-7         PICTURE X(01).
           05  EXR-DISP-OPERATOR PICTURE X(8).

       FD  AUDIT-FILE.
       01  AUDIT-FILE-RECORD.
      * to balance against and are excluded from that section.
       77  WORK-PROGRAM PICTURE X(8).
           88  EXCPLOG-COVERED-PROGRAM VALUE "COLZDRV ",
               "SQRTDRV ", "COLZRECN", "COLZXCHK".
       77  OUT-OF-BALANCE-COUNT PICTURE 9(9) VALUE ZERO.
       77  DAYS-FLAGGED PICTURE 9(9) VALUE ZERO.
       77  TABLE-FULL-SWITCH PICTURE X VALUE 'N'.
       TALLY-ONE-RUN-LOG.
           MOVE RLR-START-DATE TO WORK-DATE.
           MOVE RLR-PROGRAM-NAME TO WORK-PROGRAM.
           PERFORM FOLD-PARTITION-NAME.
           IF EXCPLOG-COVERED-PROGRAM
               PERFORM FIND-OR-ADD-BALANCE-ENTRY
               IF MATCH-SUB > ZERO
       TALLY-ONE-EXCEPT.
           MOVE EXR-RUN-DATE TO WORK-DATE.
           MOVE EXR-PROGRAM-NAME TO WORK-PROGRAM.
           PERFORM FOLD-PARTITION-NAME.
           PERFORM FIND-OR-ADD-BALANCE-ENTRY.
           IF MATCH-SUB > ZERO
               ADD 1 TO BAL-EXCEPT-COUNT (MATCH-SUB)
           END-IF.
           PERFORM READ-NEXT-AUDIT.

      * The partitioned COLZDRV copies log as COLZDR01, COLZDR02 and
      * so on; they balance together with the single-stream COLZDRV.
       FOLD-PARTITION-NAME.
           IF WORK-PROGRAM (1:6) = "COLZDR"
                   AND WORK-PROGRAM (7:2) IS NUMERIC
               MOVE "COLZDRV " TO WORK-PROGRAM
           END-IF.

       FIND-OR-ADD-BALANCE-ENTRY.
           MOVE ZERO TO MATCH-SUB.
           PERFORM FIND-BALANCE-ENTRY
