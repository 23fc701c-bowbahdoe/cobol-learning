       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLZXCHK.

      * Proves the results master and the sequence detail store agree.
      * The master is browsed through COLZMSTR and the store through
      * COLZSEQS, both in start-N order, and the two are matched like
      * a pair of sorted files. Every disagreement is logged through
      * EXCPLOG with its own reason code. Scheduled weekly ahead of
      * COLZBKUP, with COLZBKUP depending on this step, so a master
      * that disagrees with its own detail is never unloaded.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  MASTER-EOF-SWITCH PICTURE X VALUE 'N'.
           88 NO-MORE-MASTER VALUE 'Y'.
       77  STORE-EOF-SWITCH PICTURE X VALUE 'N'.
           88 NO-MORE-STORE VALUE 'Y'.
       77  HELD-START-N PICTURE 9(9).
       77  HELD-POSITION PICTURE 9(5).
           88 HELD-RETENTION-MARKER VALUE 99999.
       77  HELD-VALUE PICTURE 9(9).
       77  PATH-START-N PICTURE 9(9).
       77  PATH-LAST-POSITION PICTURE 9(5).
       77  PATH-LAST-VALUE PICTURE 9(9).
       77  PATH-HIGH-VALUE PICTURE 9(9).
       77  PATH-SWITCH PICTURE X VALUE 'N'.
           88 PATH-IS-HELD VALUE 'Y'.
       77  RETAINED-SWITCH PICTURE X.
           88 PATH-NOT-RETAINED VALUE 'N'.
       77  PATH-MARKER-STEPS PICTURE 9(9).
       77  MASTER-RECORDS-READ PICTURE 9(9) VALUE ZERO.
       77  PATHS-READ PICTURE 9(9) VALUE ZERO.
       77  ITEMS-CHECKED PICTURE 9(9) VALUE ZERO.
       77  ITEMS-AGREED PICTURE 9(9) VALUE ZERO.
       77  EXCEPTION-COUNT PICTURE 9(9) VALUE ZERO.
       77  ITEM-EXCEPTIONS PICTURE 9(9).
       77  STEPS-DIFFER PICTURE 9(9) VALUE ZERO.
       77  PEAKS-DIFFER PICTURE 9(9) VALUE ZERO.
       77  PATHS-NOT-AT-1 PICTURE 9(9) VALUE ZERO.
       77  MASTERS-WITHOUT-PATH PICTURE 9(9) VALUE ZERO.
       77  PATHS-WITHOUT-MASTER PICTURE 9(9) VALUE ZERO.
       77  PATHS-NOT-KEPT PICTURE 9(9) VALUE ZERO.
       COPY colzmst.
       COPY colzseq.
       COPY excplog.
       COPY runlog.

       PROCEDURE DIVISION.
           PERFORM BEGIN.
       BEGIN.
           MOVE "COLZXCHK" TO RUNLOG-PROGRAM-NAME.
           SET RUNLOG-FN-START TO TRUE.
           PERFORM CALL-RUN-LOG.
           SET COLZSEQ-FN-OPEN TO TRUE.
           PERFORM CALL-SEQ-STORE.
           IF COLZSEQ-OPEN-ERROR
               DISPLAY "COLZXCHK: COLZSEQ.DAT COULD NOT BE OPENED, "
                   "NO CHECK MADE"
               SET RUNLOG-STATUS-FAILED TO TRUE
               SET RUNLOG-FN-END TO TRUE
               PERFORM CALL-RUN-LOG
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM CHECK-BOTH-STORES
               MOVE MASTER-RECORDS-READ TO RUNLOG-RECORDS-READ
               ADD PATHS-READ TO RUNLOG-RECORDS-READ
               MOVE ITEMS-CHECKED TO RUNLOG-RECORDS-PROCESSED
               MOVE EXCEPTION-COUNT TO RUNLOG-EXCEPTION-COUNT
               IF EXCEPTION-COUNT > ZERO
                   SET RUNLOG-STATUS-EXCEPTIONS TO TRUE
               ELSE
                   SET RUNLOG-STATUS-CLEAN TO TRUE
               END-IF
               SET RUNLOG-FN-END TO TRUE
               PERFORM CALL-RUN-LOG
      * Any disagreement fails the step, so a backup that depends
      * on it is skipped until the master has been put right.
               IF EXCEPTION-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       CALL-RUN-LOG.
           CALL "RUNLOG" USING RUNLOG-FUNCTION, RUNLOG-PROGRAM-NAME,
               RUNLOG-COUNTS, RUNLOG-FINAL-STATUS.

       CHECK-BOTH-STORES.
           SET COLZMST-FN-OPEN TO TRUE.
           PERFORM CALL-MASTER.
           MOVE ZERO TO COLZMST-N.
           SET COLZMST-FN-START TO TRUE.
           PERFORM CALL-MASTER.
           IF COLZMST-FOUND
               PERFORM READ-NEXT-MASTER
           ELSE
               SET NO-MORE-MASTER TO TRUE
           END-IF.
           MOVE ZERO TO COLZSEQ-START-N.
           MOVE ZERO TO COLZSEQ-POSITION.
           SET COLZSEQ-FN-START TO TRUE.
           PERFORM CALL-SEQ-STORE.
           IF COLZSEQ-FOUND
               PERFORM READ-NEXT-POSITION
           ELSE
               SET NO-MORE-STORE TO TRUE
           END-IF.
           PERFORM GATHER-ONE-PATH.
           PERFORM MATCH-ONE-KEY
               UNTIL NO-MORE-MASTER AND NOT PATH-IS-HELD.
           SET COLZMST-FN-CLOSE TO TRUE.
           PERFORM CALL-MASTER.
           SET COLZSEQ-FN-CLOSE TO TRUE.
           PERFORM CALL-SEQ-STORE.
           DISPLAY "COLZXCHK: " MASTER-RECORDS-READ
               " MASTER RECORDS, " PATHS-READ " STORED PATHS, "
               ITEMS-AGREED " IN AGREEMENT".
           DISPLAY "COLZXCHK: " PATHS-NOT-KEPT
               " PATHS NOT RETAINED, CHECKED ON STEPS ONLY".
           DISPLAY "COLZXCHK: STEPS " STEPS-DIFFER ", PEAK "
               PEAKS-DIFFER ", PATHEND " PATHS-NOT-AT-1
               ", NOPATH " MASTERS-WITHOUT-PATH ", NOMASTER "
               PATHS-WITHOUT-MASTER.
           DISPLAY "TOTAL EXCEPTIONS: " EXCEPTION-COUNT.

      * The lower of the two current keys is dealt with; an N on
      * only one side is an orphan, an N on both is compared.
       MATCH-ONE-KEY.
           ADD 1 TO ITEMS-CHECKED.
           MOVE ZERO TO ITEM-EXCEPTIONS.
           IF NO-MORE-MASTER
               PERFORM REPORT-PATH-WITHOUT-MASTER
               PERFORM GATHER-ONE-PATH
           ELSE
               IF NOT PATH-IS-HELD OR COLZMST-N < PATH-START-N
                   PERFORM REPORT-MASTER-WITHOUT-PATH
                   PERFORM READ-NEXT-MASTER
               ELSE
                   IF PATH-START-N < COLZMST-N
                       PERFORM REPORT-PATH-WITHOUT-MASTER
                       PERFORM GATHER-ONE-PATH
                   ELSE
                       PERFORM COMPARE-MASTER-TO-PATH
                       PERFORM READ-NEXT-MASTER
                       PERFORM GATHER-ONE-PATH
                   END-IF
               END-IF
           END-IF.
           IF ITEM-EXCEPTIONS = ZERO
               ADD 1 TO ITEMS-AGREED
           END-IF.

      * Position 0 holds N itself and each step adds one position, so
      * the last position equals the step count. A master peak of
      * zero was never recorded and is not compared; an overflowed
      * sequence stops short of 1 by design. A path COLZSRET did not
      * retain is checked only against the step count on its marker.
       COMPARE-MASTER-TO-PATH.
           IF PATH-NOT-RETAINED
               PERFORM COMPARE-MASTER-TO-MARKER
           ELSE
               PERFORM COMPARE-MASTER-TO-FULL-PATH
           END-IF.

       COMPARE-MASTER-TO-MARKER.
           ADD 1 TO PATHS-NOT-KEPT.
           IF COLZMST-STEPS NOT = PATH-MARKER-STEPS
               DISPLAY "EXCEPTION: N=" COLZMST-N ", MASTER STEPS="
                   COLZMST-STEPS ", PATH NOT RETAINED, MARKER STEPS="
                   PATH-MARKER-STEPS
               ADD 1 TO STEPS-DIFFER
               SET EXCP-REASON-STEPS TO TRUE
               PERFORM LOG-ONE-EXCEPTION
           END-IF.

       COMPARE-MASTER-TO-FULL-PATH.
           IF COLZMST-STEPS NOT = PATH-LAST-POSITION
               DISPLAY "EXCEPTION: N=" COLZMST-N ", MASTER STEPS="
                   COLZMST-STEPS ", LAST STORED POSITION="
                   PATH-LAST-POSITION
               ADD 1 TO STEPS-DIFFER
               SET EXCP-REASON-STEPS TO TRUE
               PERFORM LOG-ONE-EXCEPTION
           END-IF.
           IF COLZMST-PEAK > ZERO
                   AND COLZMST-PEAK NOT = PATH-HIGH-VALUE
               DISPLAY "EXCEPTION: N=" COLZMST-N ", MASTER PEAK="
                   COLZMST-PEAK ", HIGHEST STORED VALUE="
                   PATH-HIGH-VALUE
               ADD 1 TO PEAKS-DIFFER
               SET EXCP-REASON-PEAK TO TRUE
               PERFORM LOG-ONE-EXCEPTION
           END-IF.
           IF COLZMST-RESULT-OK AND PATH-LAST-VALUE NOT = 1
               DISPLAY "EXCEPTION: N=" COLZMST-N
                   ", STORED PATH ENDS AT " PATH-LAST-VALUE
                   " NOT 1"
               ADD 1 TO PATHS-NOT-AT-1
               SET EXCP-REASON-PATH-END TO TRUE
               PERFORM LOG-ONE-EXCEPTION
           END-IF.

       REPORT-MASTER-WITHOUT-PATH.
           DISPLAY "EXCEPTION: N=" COLZMST-N
               ", ON MASTER WITH NO STORED PATH".
           ADD 1 TO MASTERS-WITHOUT-PATH.
           SET EXCP-REASON-NO-PATH TO TRUE.
           MOVE COLZMST-N TO EXCP-INPUT-VALUE.
           PERFORM WRITE-EXCEPTION.

       REPORT-PATH-WITHOUT-MASTER.
           DISPLAY "EXCEPTION: N=" PATH-START-N
               ", STORED PATH WITH NO MASTER RECORD".
           ADD 1 TO PATHS-WITHOUT-MASTER.
           SET EXCP-REASON-NO-MASTER TO TRUE.
           MOVE PATH-START-N TO EXCP-INPUT-VALUE.
           PERFORM WRITE-EXCEPTION.

       LOG-ONE-EXCEPTION.
           MOVE COLZMST-N TO EXCP-INPUT-VALUE.
           PERFORM WRITE-EXCEPTION.

       WRITE-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT.
           ADD 1 TO ITEM-EXCEPTIONS.
           MOVE "COLZXCHK" TO EXCP-PROGRAM-NAME.
           MOVE ITEMS-CHECKED TO EXCP-RECORD-NUMBER.
           CALL "EXCPLOG" USING EXCP-PROGRAM-NAME,
               EXCP-RECORD-NUMBER, EXCP-INPUT-VALUE,
               EXCP-REASON-CODE.

      * Collects every stored position of the next start N, leaving
      * the first position of the following N held for the next call.
       GATHER-ONE-PATH.
           IF NO-MORE-STORE
               MOVE 'N' TO PATH-SWITCH
           ELSE
               SET PATH-IS-HELD TO TRUE
               ADD 1 TO PATHS-READ
               MOVE HELD-START-N TO PATH-START-N
               MOVE ZERO TO PATH-HIGH-VALUE
               MOVE 'Y' TO RETAINED-SWITCH
               PERFORM ADD-ONE-POSITION
                   UNTIL NO-MORE-STORE
                   OR HELD-START-N NOT = PATH-START-N
           END-IF.

       ADD-ONE-POSITION.
           IF HELD-RETENTION-MARKER
               SET PATH-NOT-RETAINED TO TRUE
               MOVE HELD-VALUE TO PATH-MARKER-STEPS
           ELSE
               MOVE HELD-POSITION TO PATH-LAST-POSITION
               MOVE HELD-VALUE TO PATH-LAST-VALUE
               IF HELD-VALUE > PATH-HIGH-VALUE
                   MOVE HELD-VALUE TO PATH-HIGH-VALUE
               END-IF
           END-IF.
           PERFORM READ-NEXT-POSITION.

       READ-NEXT-POSITION.
           SET COLZSEQ-FN-NEXT TO TRUE.
           PERFORM CALL-SEQ-STORE.
           IF COLZSEQ-FOUND
               MOVE COLZSEQ-START-N TO HELD-START-N
               MOVE COLZSEQ-POSITION TO HELD-POSITION
               MOVE COLZSEQ-VALUE TO HELD-VALUE
           ELSE
               SET NO-MORE-STORE TO TRUE
           END-IF.

       READ-NEXT-MASTER.
           SET COLZMST-FN-NEXT TO TRUE.
           PERFORM CALL-MASTER.
           IF COLZMST-FOUND
               ADD 1 TO MASTER-RECORDS-READ
           ELSE
               SET NO-MORE-MASTER TO TRUE
           END-IF.

       CALL-MASTER.
           MOVE "COLZXCHK" TO COLZMST-CALLER.
           CALL "COLZMSTR" USING COLZMST-FUNCTION, COLZMST-N,
               COLZMST-STEPS, COLZMST-PEAK, COLZMST-RESULT-STATUS,
               COLZMST-RETURN, COLZMST-CALLER, COLZMST-METRICS.

       CALL-SEQ-STORE.
           CALL "COLZSEQS" USING COLZSEQ-FUNCTION, COLZSEQ-START-N,
               COLZSEQ-POSITION, COLZSEQ-VALUE, COLZSEQ-RETURN.
       END PROGRAM COLZXCHK.
