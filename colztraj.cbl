       77  INSERT-SUB PICTURE 9(3).
       77  TABLE-FULL-SWITCH PICTURE X VALUE 'N'.
           88 VISIT-TABLE-FULL VALUE 'Y'.
       77  RETAINED-SWITCH PICTURE X VALUE 'Y'.
           88 PATH-NOT-RETAINED VALUE 'N'.
       77  MARKER-STEPS PICTURE 9(9) VALUE ZERO.
       77  HELD-POSITION PICTURE 9(5).
       77  PATHS-NOT-RETAINED PICTURE 9(9) VALUE ZERO.
       COPY colzseq.

       01  VISIT-TABLE.
           05  FILLER PICTURE X(11) VALUE "   NO MERGE".
           05  FILLER PICTURE X(54) VALUE SPACES.

       01  NOT-RETAINED-DETAIL-LINE.
           05  NRL-START-N PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(01) VALUE SPACE.
           05  NRL-STEPS PICTURE ZZZZ9.
           05  FILLER PICTURE X(20) VALUE "   PATH NOT RETAINED".
           05  FILLER PICTURE X(45) VALUE SPACES.

       01  VISIT-HEADER-LINE.
           05  FILLER PICTURE X(80) VALUE
               "MOST FREQUENTLY VISITED VALUES".
           05  TL2-N PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(35) VALUE SPACES.

       01  TOTALS-LINE-3.
           05  FILLER PICTURE X(20) VALUE "PATHS NOT RETAINED: ".
           05  TL3-NOT-RETAINED PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(51) VALUE SPACES.

       01  BLANK-LINE PICTURE X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           IF NOT GROUP-IS-OPEN
               PERFORM OPEN-ONE-GROUP
           END-IF.
           IF NOT PATH-NOT-RETAINED
               MOVE COLZSEQ-POSITION TO LAST-POSITION
               PERFORM TALLY-ONE-VALUE
           END-IF.
           PERFORM READ-NEXT-RECORD.

       OPEN-ONE-GROUP.
           MOVE ZERO TO MERGE-POSITION.
           MOVE ZERO TO MERGE-VALUE.
           MOVE ZERO TO LAST-POSITION.
           PERFORM CHECK-PATH-RETAINED.
           IF NOT PATH-NOT-RETAINED
               ADD 1 TO SEQUENCES-SEEN
           END-IF.

      * A path COLZSRET compacted carries a marker after its last
      * position. Only part of it is left, so it takes no part in
      * the merge and visit analysis. Looking for the marker moves
      * the browse, so it is put back on the record in hand.
       CHECK-PATH-RETAINED.
           MOVE 'Y' TO RETAINED-SWITCH.
           IF COLZSEQ-RETENTION-MARKER
               SET PATH-NOT-RETAINED TO TRUE
               MOVE COLZSEQ-VALUE TO MARKER-STEPS
           ELSE
               MOVE COLZSEQ-POSITION TO HELD-POSITION
               SET COLZSEQ-RETENTION-MARKER TO TRUE
               SET COLZSEQ-FN-READ TO TRUE
               PERFORM CALL-SEQ-STORE
               IF COLZSEQ-FOUND
                   SET PATH-NOT-RETAINED TO TRUE
                   MOVE COLZSEQ-VALUE TO MARKER-STEPS
               END-IF
               MOVE CURRENT-START-N TO COLZSEQ-START-N
               MOVE HELD-POSITION TO COLZSEQ-POSITION
               SET COLZSEQ-FN-START TO TRUE
               PERFORM CALL-SEQ-STORE
               SET COLZSEQ-FN-NEXT TO TRUE
               PERFORM CALL-SEQ-STORE
           END-IF.

       CLOSE-ONE-GROUP.
           IF PATH-NOT-RETAINED
               MOVE CURRENT-START-N TO NRL-START-N
               MOVE MARKER-STEPS TO NRL-STEPS
               WRITE REPORT-RECORD FROM NOT-RETAINED-DETAIL-LINE
               ADD 1 TO PATHS-NOT-RETAINED
           ELSE
               PERFORM CLOSE-RETAINED-GROUP
           END-IF.
           MOVE 'N' TO GROUP-OPEN-SWITCH.

       CLOSE-RETAINED-GROUP.
           IF GROUP-HAS-MERGED
               COMPUTE TAIL-LENGTH = LAST-POSITION - MERGE-POSITION
               MOVE CURRENT-START-N TO MDL-START-N
               MOVE LAST-POSITION TO NDL-STEPS
               WRITE REPORT-RECORD FROM NO-MERGE-DETAIL-LINE
           END-IF.

       TALLY-ONE-VALUE.
           MOVE ZERO TO MATCH-SUB.
           MOVE LONGEST-TAIL TO TL2-TAIL.
           MOVE LONGEST-TAIL-N TO TL2-N.
           WRITE REPORT-RECORD FROM TOTALS-LINE-2.
           MOVE PATHS-NOT-RETAINED TO TL3-NOT-RETAINED.
           WRITE REPORT-RECORD FROM TOTALS-LINE-3.

       PRINT-ONE-VISIT-RANK.
           MOVE TVT-VALUE (RANK-SUB) TO VDL-VALUE.
