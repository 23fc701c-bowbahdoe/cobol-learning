       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLZCNV.

      * One-time conversion of the results master to the layout that
      * carries the 3N+1 and halving step counts and the stopping
      * time. The master is unloaded to COLZMSTB.DAT by COLZBKUP in
      * its old layout before the new programs go in; this program
      * then loads a new COLZMST.DAT from that unload, taking the
      * figures for each OK record from its stored path on the
      * sequence store. A path that is missing, incomplete, or left
      * as a COLZSRET marker is walked again here instead, without
      * touching the store. Take a fresh COLZBKUP unload once the
      * conversion is clean, so recovery starts from the new layout.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-FILE ASSIGN TO "COLZMSTB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO "COLZMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMR-N
               FILE STATUS IS MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-FILE.
       01  BACKUP-RECORD.
           05  CMB-N             PICTURE 9(9).
           05  CMB-SEP-1         PICTURE X(01).
           05  CMB-STEPS         PICTURE 9(9).
           05  CMB-SEP-2         PICTURE X(01).
           05  CMB-PEAK          PICTURE 9(9).
           05  CMB-SEP-3         PICTURE X(01).
           05  CMB-RESULT-STATUS PICTURE X.

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  CMR-N             PICTURE 9(9).
           05  CMR-STEPS         PICTURE 9(9).
           05  CMR-PEAK          PICTURE 9(9).
           05  CMR-RESULT-STATUS PICTURE X.
           05  CMR-ODD-STEPS     PICTURE 9(9).
           05  CMR-EVEN-STEPS    PICTURE 9(9).
           05  CMR-STOPPING-TIME PICTURE 9(9).

       WORKING-STORAGE SECTION.
       77  EOF-SWITCH PICTURE X VALUE 'N'.
           88 NO-MORE-RECORDS VALUE 'Y'.
       77  BACKUP-FILE-STATUS PICTURE XX.
       77  MASTER-FILE-STATUS PICTURE XX.
       77  RECORDS-READ PICTURE 9(9) VALUE ZERO.
       77  RECORDS-WRITTEN PICTURE 9(9) VALUE ZERO.
       77  RECORDS-REJECTED PICTURE 9(9) VALUE ZERO.
       77  PATHS-USED PICTURE 9(9) VALUE ZERO.
       77  PATHS-WALKED PICTURE 9(9) VALUE ZERO.
       77  OVERFLOW-RECORDS PICTURE 9(9) VALUE ZERO.
       77  STEPS-DISAGREE PICTURE 9(9) VALUE ZERO.
       77  PREVIOUS-KEY PICTURE 9(9) VALUE ZERO.
       77  FIRST-RECORD-SWITCH PICTURE X VALUE 'Y'.
           88 FIRST-RECORD VALUE 'Y'.
       77  PATH-EOF-SWITCH PICTURE X.
           88 PATH-ENDED VALUE 'Y'.
       77  PATH-COMPLETE-SWITCH PICTURE X.
           88 PATH-IS-COMPLETE VALUE 'Y'.
       77  EXPECTED-POSITION PICTURE 9(5).
       77  LAST-PATH-VALUE PICTURE 9(9).
       77  WALK-VALUE PICTURE 9(9).
       77  WALK-STEPS PICTURE 9(9).
       77  WALK-HALF PICTURE 9(9).
       77  WALK-REMAINDER PICTURE 9.
       77  WALK-OVERFLOW-SWITCH PICTURE X.
           88 WALK-WOULD-OVERFLOW VALUE 'Y'.
       COPY colzseq.
       COPY runlog.

       PROCEDURE DIVISION.
           PERFORM BEGIN.
       BEGIN.
           MOVE "COLZCNV " TO RUNLOG-PROGRAM-NAME.
           SET RUNLOG-FN-START TO TRUE.
           PERFORM CALL-RUN-LOG.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "COLZCNV: COLZMSTB.DAT NOT AVAILABLE, "
                   "STATUS = " BACKUP-FILE-STATUS
               PERFORM WRITE-SUMMARY-COUNTS
               SET RUNLOG-STATUS-FAILED TO TRUE
               SET RUNLOG-FN-END TO TRUE
               PERFORM CALL-RUN-LOG
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT MASTER-FILE.
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "COLZCNV: COLZMST.DAT NOT AVAILABLE, "
                   "STATUS = " MASTER-FILE-STATUS
               CLOSE BACKUP-FILE
               PERFORM WRITE-SUMMARY-COUNTS
               SET RUNLOG-STATUS-FAILED TO TRUE
               SET RUNLOG-FN-END TO TRUE
               PERFORM CALL-RUN-LOG
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           SET COLZSEQ-FN-OPEN TO TRUE.
           PERFORM CALL-SEQ-STORE.
           IF COLZSEQ-OPEN-ERROR
               DISPLAY "COLZCNV: SEQUENCE STORE UNAVAILABLE, EVERY "
                   "PATH WILL BE WALKED AGAIN"
           END-IF.
           PERFORM READ-NEXT-BACKUP.
           PERFORM CONVERT-ONE-RECORD UNTIL NO-MORE-RECORDS.
           CLOSE BACKUP-FILE.
           CLOSE MASTER-FILE.
           SET COLZSEQ-FN-CLOSE TO TRUE.
           PERFORM CALL-SEQ-STORE.
           DISPLAY "COLZCNV: " RECORDS-READ " READ, "
               RECORDS-WRITTEN " WRITTEN, "
               RECORDS-REJECTED " REJECTED".
           DISPLAY "COLZCNV: " PATHS-USED " FROM STORED PATHS, "
               PATHS-WALKED " WALKED AGAIN, "
               OVERFLOW-RECORDS " OVERFLOW".
           IF STEPS-DISAGREE > ZERO
               DISPLAY "COLZCNV: " STEPS-DISAGREE
                   " RECORDS WHERE THE WALK DISAGREES WITH THE STEPS"
           END-IF.
           PERFORM WRITE-SUMMARY-COUNTS.
           IF RECORDS-REJECTED > ZERO OR STEPS-DISAGREE > ZERO
               SET RUNLOG-STATUS-EXCEPTIONS TO TRUE
               SET RUNLOG-FN-END TO TRUE
               PERFORM CALL-RUN-LOG
               MOVE 4 TO RETURN-CODE
           ELSE
               SET RUNLOG-STATUS-CLEAN TO TRUE
               SET RUNLOG-FN-END TO TRUE
               PERFORM CALL-RUN-LOG
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

       WRITE-SUMMARY-COUNTS.
           MOVE RECORDS-READ TO RUNLOG-RECORDS-READ.
           MOVE RECORDS-WRITTEN TO RUNLOG-RECORDS-PROCESSED.
           COMPUTE RUNLOG-EXCEPTION-COUNT =
               RECORDS-REJECTED + STEPS-DISAGREE.

       CALL-RUN-LOG.
           CALL "RUNLOG" USING RUNLOG-FUNCTION, RUNLOG-PROGRAM-NAME,
               RUNLOG-COUNTS, RUNLOG-FINAL-STATUS.

       CONVERT-ONE-RECORD.
           ADD 1 TO RECORDS-READ.
           IF CMB-N IS NOT NUMERIC OR CMB-STEPS IS NOT NUMERIC
                   OR CMB-PEAK IS NOT NUMERIC
                   OR (CMB-RESULT-STATUS NOT = 'O'
                       AND CMB-RESULT-STATUS NOT = 'E')
               DISPLAY "COLZCNV: BAD UNLOAD RECORD '" BACKUP-RECORD
                   "' NOT CONVERTED"
               ADD 1 TO RECORDS-REJECTED
           ELSE
               IF NOT FIRST-RECORD AND CMB-N NOT > PREVIOUS-KEY
                   DISPLAY "COLZCNV: N=" CMB-N
                       " OUT OF SEQUENCE AFTER " PREVIOUS-KEY
                       ", NOT CONVERTED"
                   ADD 1 TO RECORDS-REJECTED
               ELSE
                   PERFORM BUILD-NEW-RECORD
                   WRITE MASTER-RECORD
                   ADD 1 TO RECORDS-WRITTEN
                   MOVE CMB-N TO PREVIOUS-KEY
                   MOVE 'N' TO FIRST-RECORD-SWITCH
               END-IF
           END-IF.
           PERFORM READ-NEXT-BACKUP.

       BUILD-NEW-RECORD.
           MOVE CMB-N TO CMR-N.
           MOVE CMB-STEPS TO CMR-STEPS.
           MOVE CMB-PEAK TO CMR-PEAK.
           MOVE CMB-RESULT-STATUS TO CMR-RESULT-STATUS.
           MOVE ZERO TO CMR-ODD-STEPS, CMR-EVEN-STEPS,
               CMR-STOPPING-TIME.
           IF CMR-RESULT-STATUS = 'E'
               ADD 1 TO OVERFLOW-RECORDS
           ELSE
               PERFORM COUNT-FROM-STORED-PATH
               IF PATH-IS-COMPLETE
                   ADD 1 TO PATHS-USED
               ELSE
                   PERFORM COUNT-BY-WALKING
                   ADD 1 TO PATHS-WALKED
               END-IF
           END-IF.

      * The path is only used when it runs unbroken from position 0
      * to position STEPS and ends at 1. The value at each position
      * before the last decides the step that follows it: odd takes
      * a 3N+1 step, even a halving.
       COUNT-FROM-STORED-PATH.
           MOVE 'N' TO PATH-COMPLETE-SWITCH.
           MOVE 'N' TO PATH-EOF-SWITCH.
           MOVE ZERO TO EXPECTED-POSITION.
           MOVE ZERO TO LAST-PATH-VALUE.
           SET COLZSEQ-FN-START TO TRUE.
           MOVE CMR-N TO COLZSEQ-START-N.
           MOVE ZERO TO COLZSEQ-POSITION.
           PERFORM CALL-SEQ-STORE.
           IF NOT COLZSEQ-FOUND
               SET PATH-ENDED TO TRUE
           END-IF.
           PERFORM COUNT-ONE-POSITION UNTIL PATH-ENDED.
           IF EXPECTED-POSITION = CMR-STEPS + 1
                   AND LAST-PATH-VALUE = 1
                   AND CMR-ODD-STEPS + CMR-EVEN-STEPS = CMR-STEPS
               SET PATH-IS-COMPLETE TO TRUE
           ELSE
               MOVE ZERO TO CMR-ODD-STEPS, CMR-EVEN-STEPS,
                   CMR-STOPPING-TIME
           END-IF.

       COUNT-ONE-POSITION.
           SET COLZSEQ-FN-NEXT TO TRUE.
           PERFORM CALL-SEQ-STORE.
           IF NOT COLZSEQ-FOUND OR COLZSEQ-START-N NOT = CMR-N
               SET PATH-ENDED TO TRUE
           ELSE
               IF COLZSEQ-POSITION NOT = EXPECTED-POSITION
                       OR EXPECTED-POSITION > CMR-STEPS
                   MOVE ZERO TO EXPECTED-POSITION
                   SET PATH-ENDED TO TRUE
               ELSE
                   IF EXPECTED-POSITION < CMR-STEPS
                       DIVIDE COLZSEQ-VALUE BY 2 GIVING WALK-HALF
                           REMAINDER WALK-REMAINDER
                       IF WALK-REMAINDER = 0
                           ADD 1 TO CMR-EVEN-STEPS
                       ELSE
                           ADD 1 TO CMR-ODD-STEPS
                       END-IF
                   END-IF
                   IF CMR-STOPPING-TIME = ZERO
                           AND COLZSEQ-VALUE < CMR-N
                       MOVE COLZSEQ-POSITION TO CMR-STOPPING-TIME
                   END-IF
                   MOVE COLZSEQ-VALUE TO LAST-PATH-VALUE
                   ADD 1 TO EXPECTED-POSITION
               END-IF
           END-IF.

      * The same iteration the COLLATZ engines run, kept in working
      * storage so the store and the audit trail are left alone.
       COUNT-BY-WALKING.
           MOVE CMR-N TO WALK-VALUE.
           MOVE ZERO TO WALK-STEPS.
           MOVE 'N' TO WALK-OVERFLOW-SWITCH.
           PERFORM WALK-ONE-STEP
               UNTIL WALK-VALUE <= 1 OR WALK-WOULD-OVERFLOW.
           IF WALK-WOULD-OVERFLOW OR WALK-STEPS NOT = CMR-STEPS
               DISPLAY "COLZCNV: N=" CMR-N " WALKS TO " WALK-STEPS
                   " STEPS BUT MASTER HOLDS " CMR-STEPS
                   ", FIGURES LEFT NOT RECORDED"
               ADD 1 TO STEPS-DISAGREE
               MOVE ZERO TO CMR-ODD-STEPS, CMR-EVEN-STEPS,
                   CMR-STOPPING-TIME
           END-IF.

       WALK-ONE-STEP.
           DIVIDE WALK-VALUE BY 2 GIVING WALK-HALF
               REMAINDER WALK-REMAINDER.
           IF WALK-REMAINDER = 0
               MOVE WALK-HALF TO WALK-VALUE
               ADD 1 TO WALK-STEPS
               ADD 1 TO CMR-EVEN-STEPS
               IF CMR-STOPPING-TIME = ZERO AND WALK-VALUE < CMR-N
                   MOVE WALK-STEPS TO CMR-STOPPING-TIME
               END-IF
           ELSE
               IF WALK-VALUE > 333333332
                   SET WALK-WOULD-OVERFLOW TO TRUE
               ELSE
                   COMPUTE WALK-VALUE = (WALK-VALUE * 3) + 1
                   ADD 1 TO WALK-STEPS
                   ADD 1 TO CMR-ODD-STEPS
               END-IF
           END-IF.

       CALL-SEQ-STORE.
           CALL "COLZSEQS" USING COLZSEQ-FUNCTION, COLZSEQ-START-N,
               COLZSEQ-POSITION, COLZSEQ-VALUE, COLZSEQ-RETURN.

       READ-NEXT-BACKUP.
           READ BACKUP-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.
       END PROGRAM COLZCNV.
