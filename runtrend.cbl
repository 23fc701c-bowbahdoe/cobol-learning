               DISPLAY "RUNTREND: RUNLOG.DAT NOT AVAILABLE, STATUS = "
                   RUN-LOG-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE RUNCTL-ELAPSED-LIMIT TO RHL-LIMIT.
           CLOSE REPORT-FILE.
           DISPLAY "RUNTREND: " RECORDS-READ " RUNS, "
               RUNS-FLAGGED " OVER THE ELAPSED LIMIT".
           GOBACK.

       REPORT-ONE-RUN.
           ADD 1 TO RECORDS-READ.
