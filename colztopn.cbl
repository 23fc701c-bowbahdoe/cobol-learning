       77  RECORDS-READ PICTURE 9(9) VALUE ZERO.
       77  OK-COUNT PICTURE 9(9) VALUE ZERO.
       77  OVERFLOW-COUNT PICTURE 9(9) VALUE ZERO.
       77  UNRECORDED-COUNT PICTURE 9(9) VALUE ZERO.
       77  RANK-SUB PICTURE 9(3).
       77  SHIFT-SUB PICTURE 9(3).
       77  INSERT-SUB PICTURE 9(3).
               10  SRT-N     PICTURE 9(9).
               10  SRT-STEPS PICTURE 9(9).
               10  SRT-PEAK  PICTURE 9(9).
               10  SRT-STOPPING PICTURE 9(9).

       01  PEAK-RANK-TABLE.
           05  PRT-ENTRY-COUNT PICTURE 9(3) VALUE ZERO.
               10  PRT-N     PICTURE 9(9).
               10  PRT-STEPS PICTURE 9(9).
               10  PRT-PEAK  PICTURE 9(9).
               10  PRT-STOPPING PICTURE 9(9).

      * Ranked only from records that carry a stopping time; an OK
      * record written before the master held one shows zero there
      * with steps above zero, and is counted as not recorded.
       01  STOPPING-RANK-TABLE.
           05  TRT-ENTRY-COUNT PICTURE 9(3) VALUE ZERO.
           05  TRT-ENTRY OCCURS 50 TIMES.
               10  TRT-N     PICTURE 9(9).
               10  TRT-STEPS PICTURE 9(9).
               10  TRT-PEAK  PICTURE 9(9).
               10  TRT-STOPPING PICTURE 9(9).

       01  REPORT-HEADER-LINE.
           05  FILLER PICTURE X(34) VALUE
           05  FILLER PICTURE X(40) VALUE SPACES.

       01  STEPS-HEADER-LINE.
           05  FILLER PICTURE X(33) VALUE
               "RANK        N     STEPS      PEAK".
           05  FILLER PICTURE X(47) VALUE
               "     STOPPING  (BY STEPS)".

       01  PEAK-HEADER-LINE.
           05  FILLER PICTURE X(33) VALUE
               "RANK        N     STEPS      PEAK".
           05  FILLER PICTURE X(47) VALUE
               "     STOPPING  (BY PEAK)".

       01  STOPPING-HEADER-LINE.
           05  FILLER PICTURE X(33) VALUE
               "RANK        N     STEPS      PEAK".
           05  FILLER PICTURE X(47) VALUE
               "     STOPPING  (BY STOPPING TIME)".

       01  RANK-DETAIL-LINE.
           05  RDL-RANK PICTURE ZZZ9.
           05  RDL-STEPS PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(04) VALUE SPACES.
           05  RDL-PEAK PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(04) VALUE SPACES.
           05  RDL-STOPPING PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(24) VALUE SPACES.

       01  TOTALS-LINE-1.
           05  FILLER PICTURE X(20) VALUE "RECORDS ON MASTER:  ".
           05  TL2-OVERFLOW PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(28) VALUE SPACES.

       01  TOTALS-LINE-3.
           05  FILLER PICTURE X(28) VALUE
               "STOPPING TIME NOT RECORDED: ".
           05  TL3-UNRECORDED PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(43) VALUE SPACES.

       01  BLANK-LINE PICTURE X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM PRINT-REPORT.
           DISPLAY "COLZTOPN: " RECORDS-READ " RECORDS RANKED, "
               OK-COUNT " OK, " OVERFLOW-COUNT " OVERFLOW".
           IF UNRECORDED-COUNT > ZERO
               DISPLAY "COLZTOPN: " UNRECORDED-COUNT
                   " RECORDS WITHOUT A STOPPING TIME NOT RANKED BY IT"
           END-IF.
           STOP RUN.

       LOAD-PARAMETERS.
                   ADD 1 TO OK-COUNT
                   PERFORM RANK-BY-STEPS
                   PERFORM RANK-BY-PEAK
                   IF COLZMST-STOPPING-TIME > ZERO
                       PERFORM RANK-BY-STOPPING-TIME
                   ELSE
                       IF COLZMST-STEPS > ZERO
                           ADD 1 TO UNRECORDED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

               MOVE COLZMST-N TO SRT-N (INSERT-SUB)
               MOVE COLZMST-STEPS TO SRT-STEPS (INSERT-SUB)
               MOVE COLZMST-PEAK TO SRT-PEAK (INSERT-SUB)
               MOVE COLZMST-STOPPING-TIME TO SRT-STOPPING (INSERT-SUB)
           END-IF.

       FIND-STEPS-SLOT.
               MOVE COLZMST-N TO PRT-N (INSERT-SUB)
               MOVE COLZMST-STEPS TO PRT-STEPS (INSERT-SUB)
               MOVE COLZMST-PEAK TO PRT-PEAK (INSERT-SUB)
               MOVE COLZMST-STOPPING-TIME TO PRT-STOPPING (INSERT-SUB)
           END-IF.

       FIND-PEAK-SLOT.
       SHIFT-PEAK-ENTRY.
           MOVE PRT-ENTRY (SHIFT-SUB - 1) TO PRT-ENTRY (SHIFT-SUB).

       RANK-BY-STOPPING-TIME.
           MOVE ZERO TO INSERT-SUB.
           PERFORM FIND-STOPPING-SLOT
               VARYING RANK-SUB FROM 1 BY 1
               UNTIL RANK-SUB > TRT-ENTRY-COUNT OR INSERT-SUB > ZERO.
           IF INSERT-SUB = ZERO AND TRT-ENTRY-COUNT < RANK-COUNT
               ADD 1 TO TRT-ENTRY-COUNT
               MOVE TRT-ENTRY-COUNT TO INSERT-SUB
           ELSE
               IF INSERT-SUB > ZERO
                   IF TRT-ENTRY-COUNT < RANK-COUNT
                       ADD 1 TO TRT-ENTRY-COUNT
                   END-IF
                   PERFORM SHIFT-STOPPING-ENTRY
                       VARYING SHIFT-SUB FROM TRT-ENTRY-COUNT BY -1
                       UNTIL SHIFT-SUB <= INSERT-SUB
               END-IF
           END-IF.
           IF INSERT-SUB > ZERO
               MOVE COLZMST-N TO TRT-N (INSERT-SUB)
               MOVE COLZMST-STEPS TO TRT-STEPS (INSERT-SUB)
               MOVE COLZMST-PEAK TO TRT-PEAK (INSERT-SUB)
               MOVE COLZMST-STOPPING-TIME TO TRT-STOPPING (INSERT-SUB)
           END-IF.

       FIND-STOPPING-SLOT.
           IF COLZMST-STOPPING-TIME > TRT-STOPPING (RANK-SUB)
               MOVE RANK-SUB TO INSERT-SUB
           END-IF.

       SHIFT-STOPPING-ENTRY.
           MOVE TRT-ENTRY (SHIFT-SUB - 1) TO TRT-ENTRY (SHIFT-SUB).

       CALL-MASTER.
           MOVE "COLZTOPN" TO COLZMST-CALLER.
           CALL "COLZMSTR" USING COLZMST-FUNCTION, COLZMST-N,
               COLZMST-STEPS, COLZMST-PEAK, COLZMST-RESULT-STATUS,
               COLZMST-RETURN, COLZMST-CALLER, COLZMST-METRICS.

       PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE.
               VARYING RANK-SUB FROM 1 BY 1
               UNTIL RANK-SUB > PRT-ENTRY-COUNT.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           WRITE REPORT-RECORD FROM STOPPING-HEADER-LINE.
           PERFORM PRINT-ONE-STOPPING-RANK
               VARYING RANK-SUB FROM 1 BY 1
               UNTIL RANK-SUB > TRT-ENTRY-COUNT.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE RECORDS-READ TO TL1-READ.
           WRITE REPORT-RECORD FROM TOTALS-LINE-1.
           MOVE OK-COUNT TO TL2-OK.
           MOVE OVERFLOW-COUNT TO TL2-OVERFLOW.
           WRITE REPORT-RECORD FROM TOTALS-LINE-2.
           MOVE UNRECORDED-COUNT TO TL3-UNRECORDED.
           WRITE REPORT-RECORD FROM TOTALS-LINE-3.
           CLOSE REPORT-FILE.

       PRINT-ONE-STEPS-RANK.
           MOVE SRT-N (RANK-SUB) TO RDL-N.
           MOVE SRT-STEPS (RANK-SUB) TO RDL-STEPS.
           MOVE SRT-PEAK (RANK-SUB) TO RDL-PEAK.
           MOVE SRT-STOPPING (RANK-SUB) TO RDL-STOPPING.
           WRITE REPORT-RECORD FROM RANK-DETAIL-LINE.

       PRINT-ONE-PEAK-RANK.
           MOVE PRT-N (RANK-SUB) TO RDL-N.
           MOVE PRT-STEPS (RANK-SUB) TO RDL-STEPS.
           MOVE PRT-PEAK (RANK-SUB) TO RDL-PEAK.
           MOVE PRT-STOPPING (RANK-SUB) TO RDL-STOPPING.
           WRITE REPORT-RECORD FROM RANK-DETAIL-LINE.

       PRINT-ONE-STOPPING-RANK.
           MOVE RANK-SUB TO RDL-RANK.
           MOVE TRT-N (RANK-SUB) TO RDL-N.
           MOVE TRT-STEPS (RANK-SUB) TO RDL-STEPS.
           MOVE TRT-PEAK (RANK-SUB) TO RDL-PEAK.
           MOVE TRT-STOPPING (RANK-SUB) TO RDL-STOPPING.
           WRITE REPORT-RECORD FROM RANK-DETAIL-LINE.
       END PROGRAM COLZTOPN.
