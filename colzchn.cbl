               MOVE COLZMST-PEAK TO PEAK-VALUE-OUT
           ELSE
               CALL "COLZPEAK" USING NUMUTIL-N-INT, NUMUTIL-RESULT-INT,
                   NUMUTIL-STATUS, PEAK-VALUE-OUT,
                   NUMUTIL-COLLATZ-METRICS
               SET COLZMST-FN-WRITE TO TRUE
               MOVE NUMUTIL-N-INT TO COLZMST-N
               MOVE NUMUTIL-RESULT-INT TO COLZMST-STEPS
               MOVE PEAK-VALUE-OUT TO COLZMST-PEAK
               MOVE NUMUTIL-STATUS TO COLZMST-RESULT-STATUS
               MOVE NUMUTIL-COLLATZ-METRICS TO COLZMST-METRICS
               PERFORM CALL-MASTER
           END-IF.
           IF NUMUTIL-STATUS-OVERFLOW
               RUNLOG-COUNTS, RUNLOG-FINAL-STATUS.

       CALL-MASTER.
           MOVE "COLZCHN " TO COLZMST-CALLER.
           CALL "COLZMSTR" USING COLZMST-FUNCTION, COLZMST-N,
               COLZMST-STEPS, COLZMST-PEAK, COLZMST-RESULT-STATUS,
               COLZMST-RETURN, COLZMST-CALLER, COLZMST-METRICS.

       READ-NEXT-RECORD.
           READ N-FILE
