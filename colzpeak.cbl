       77  PEAK-VALUE-OUT PICTURE 9(9).

       PROCEDURE DIVISION USING NUMUTIL-N-INT, NUMUTIL-RESULT-INT,
           NUMUTIL-STATUS, PEAK-VALUE-OUT, NUMUTIL-COLLATZ-METRICS.
           MOVE NUMUTIL-N-INT TO N.
           SET NUMUTIL-RESULT-INT TO 0.
           SET NUMUTIL-STATUS-OK TO TRUE.
           MOVE ZERO TO NUMUTIL-ODD-STEPS, NUMUTIL-EVEN-STEPS,
               NUMUTIL-STOPPING-TIME.
           MOVE N TO PEAK-VALUE-OUT.
           MOVE 'N' TO N-OVERFLOW-SWITCH.
           MOVE ZERO TO SEQ-POSITION-COUNT.
               IF MODULUS = 0 THEN
                   MOVE DIV-BY-2 TO N
                   ADD 1 TO NUMUTIL-RESULT-INT
                   ADD 1 TO NUMUTIL-EVEN-STEPS
                   IF NUMUTIL-STOPPING-TIME = ZERO
                           AND N < NUMUTIL-N-INT
                       MOVE NUMUTIL-RESULT-INT TO NUMUTIL-STOPPING-TIME
                   END-IF
               ELSE
                   IF N > 333333332 THEN
                       SET N-WOULD-OVERFLOW TO TRUE
                   ELSE
                       COMPUTE N = (N * 3) + 1
                       ADD 1 TO NUMUTIL-RESULT-INT
                       ADD 1 TO NUMUTIL-ODD-STEPS
                       IF N > PEAK-VALUE-OUT
                           MOVE N TO PEAK-VALUE-OUT
                       END-IF
           END-PERFORM.

           PERFORM WRITE-SEQUENCE-RECORD.
           IF NUMUTIL-STATUS-OVERFLOW
               MOVE ZERO TO NUMUTIL-ODD-STEPS, NUMUTIL-EVEN-STEPS,
                   NUMUTIL-STOPPING-TIME
           END-IF.

           MOVE "COLZPEAK" TO AUDIT-PROGRAM-NAME.
           MOVE SPACES TO AUDIT-INPUT-TEXT.
