               MOVE COLZMST-RESULT-STATUS TO NUMUTIL-STATUS
           ELSE
               CALL "COLLATZ" USING NUMUTIL-N-INT, NUMUTIL-RESULT-INT,
                   NUMUTIL-STATUS, NUMUTIL-COLLATZ-METRICS
               SET COLZMST-FN-WRITE TO TRUE
               MOVE NUMUTIL-N-INT TO COLZMST-N
               MOVE NUMUTIL-RESULT-INT TO COLZMST-STEPS
               MOVE ZERO TO COLZMST-PEAK
               MOVE NUMUTIL-STATUS TO COLZMST-RESULT-STATUS
               MOVE NUMUTIL-COLLATZ-METRICS TO COLZMST-METRICS
               PERFORM CALL-MASTER
           END-IF.
           IF NUMUTIL-STATUS-OVERFLOW
           ADD 1 TO BUCKET-COUNT-ENTRY (BUCKET-SUB).

       CALL-MASTER.
           MOVE "COLZSTAT" TO COLZMST-CALLER.
           CALL "COLZMSTR" USING COLZMST-FUNCTION, COLZMST-N,
               COLZMST-STEPS, COLZMST-PEAK, COLZMST-RESULT-STATUS,
               COLZMST-RETURN, COLZMST-CALLER, COLZMST-METRICS.

       COMPUTE-TOTALS.
           IF OK-COUNT > ZERO
