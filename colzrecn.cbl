       01  EXPECT-RECORD.
           05  EXP-N PICTURE 9(5).
           05  EXP-STEPS PICTURE 9(5).
           05  EXP-OPERATOR-ID PICTURE X(8).
           05  EXP-CHANGE-DATE PICTURE 9(8).

       WORKING-STORAGE SECTION.
       77  EOF-SWITCH PICTURE X VALUE 'N'.
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
               EXCP-REASON-CODE.

       CALL-MASTER.
           MOVE "COLZRECN" TO COLZMST-CALLER.
           CALL "COLZMSTR" USING COLZMST-FUNCTION, COLZMST-N,
               COLZMST-STEPS, COLZMST-PEAK, COLZMST-RESULT-STATUS,
               COLZMST-RETURN, COLZMST-CALLER, COLZMST-METRICS.

       READ-NEXT-RECORD.
           READ EXPECT-FILE
