       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLZRCOV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "COLZRCVP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO "COLZMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMR-N
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "COLZMSTB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "COLZJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "COLZRCVR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The point in time to recover to. With no parameter the whole
      * journal is rolled forward.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-TARGET-DATE PICTURE X(8).
           05  PRM-SEP-1       PICTURE X(01).
           05  PRM-TARGET-TIME PICTURE X(8).

       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  CMR-N             PICTURE 9(9).
           05  CMR-STEPS         PICTURE 9(9).
           05  CMR-PEAK          PICTURE 9(9).
           05  CMR-RESULT-STATUS PICTURE X.
           05  CMR-ODD-STEPS     PICTURE 9(9).
           05  CMR-EVEN-STEPS    PICTURE 9(9).
           05  CMR-STOPPING-TIME PICTURE 9(9).

       FD  BACKUP-FILE.
       01  BACKUP-RECORD.
           05  CMB-N             PICTURE 9(9).
           05  CMB-SEP-1         PICTURE X(01).
           05  CMB-STEPS         PICTURE 9(9).
           05  CMB-SEP-2         PICTURE X(01).
           05  CMB-PEAK          PICTURE 9(9).
           05  CMB-SEP-3         PICTURE X(01).
           05  CMB-RESULT-STATUS PICTURE X.
           05  CMB-SEP-4         PICTURE X(01).
           05  CMB-ODD-STEPS     PICTURE 9(9).
           05  CMB-SEP-5         PICTURE X(01).
           05  CMB-EVEN-STEPS    PICTURE 9(9).
           05  CMB-SEP-6         PICTURE X(01).
           05  CMB-STOPPING-TIME PICTURE 9(9).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JRR-DATE              PICTURE 9(8).
           05  JRR-SEP-1             PICTURE X(01).
           05  JRR-TIME              PICTURE 9(8).
           05  JRR-SEP-2             PICTURE X(01).
           05  JRR-PROGRAM-NAME      PICTURE X(8).
           05  JRR-SEP-3             PICTURE X(01).
           05  JRR-ACTION            PICTURE X.
               88  JRR-ACTION-ADD        VALUE 'A'.
               88  JRR-ACTION-CHANGE     VALUE 'C'.
               88  JRR-ACTION-CHECKPOINT VALUE 'K'.
           05  JRR-SEP-4             PICTURE X(01).
           05  JRR-BEFORE-N          PICTURE 9(9).
           05  JRR-BEFORE-STEPS      PICTURE 9(9).
           05  JRR-BEFORE-PEAK       PICTURE 9(9).
           05  JRR-BEFORE-STATUS     PICTURE X.
           05  JRR-SEP-5             PICTURE X(01).
           05  JRR-AFTER-N           PICTURE 9(9).
           05  JRR-AFTER-STEPS       PICTURE 9(9).
           05  JRR-AFTER-PEAK        PICTURE 9(9).
           05  JRR-AFTER-STATUS      PICTURE X.
           05  JRR-SEP-6             PICTURE X(01).
           05  JRR-BEFORE-ODD-STEPS  PICTURE 9(9).
           05  JRR-BEFORE-EVEN-STEPS PICTURE 9(9).
           05  JRR-BEFORE-STOPPING   PICTURE 9(9).
           05  JRR-SEP-7             PICTURE X(01).
           05  JRR-AFTER-ODD-STEPS   PICTURE 9(9).
           05  JRR-AFTER-EVEN-STEPS  PICTURE 9(9).
           05  JRR-AFTER-STOPPING    PICTURE 9(9).

       FD  REPORT-FILE.
       01  REPORT-RECORD PICTURE X(80).

       WORKING-STORAGE SECTION.
       77  EOF-SWITCH PICTURE X VALUE 'N'.
           88 NO-MORE-RECORDS VALUE 'Y'.
       77  PARM-FILE-STATUS PICTURE XX.
       77  MASTER-FILE-STATUS PICTURE XX.
       77  BACKUP-FILE-STATUS PICTURE XX.
       77  JOURNAL-FILE-STATUS PICTURE XX.
       77  TARGET-SWITCH PICTURE X VALUE 'E'.
           88 TARGET-IS-END-OF-JOURNAL VALUE 'E'.
           88 TARGET-IS-POINT-IN-TIME VALUE 'P'.
       77  TARGET-DATE PICTURE 9(8) VALUE ZERO.
       77  TARGET-TIME PICTURE 9(8) VALUE ZERO.
       77  CHECKPOINT-SWITCH PICTURE X VALUE 'N'.
           88 CHECKPOINT-FOUND VALUE 'Y'.
       77  CHECKPOINT-DATE PICTURE 9(8) VALUE ZERO.
       77  CHECKPOINT-TIME PICTURE 9(8) VALUE ZERO.
       77  CHECKPOINT-COUNT PICTURE 9(9) VALUE ZERO.
       77  CHECKPOINT-POSITION PICTURE 9(9) VALUE ZERO.
       77  JOURNAL-POSITION PICTURE 9(9) VALUE ZERO.
       77  JOURNAL-READ PICTURE 9(9) VALUE ZERO.
       77  RECORDS-RELOADED PICTURE 9(9) VALUE ZERO.
       77  RELOAD-ERRORS PICTURE 9(9) VALUE ZERO.
       77  TOTAL-APPLIED PICTURE 9(9) VALUE ZERO.
       77  TOTAL-BEYOND PICTURE 9(9) VALUE ZERO.
       77  PROGRAM-SUB PICTURE 9(3).
       77  MATCH-SUB PICTURE 9(3).
       COPY runlog.

      * Journal records applied and held back, by the program that
      * made the change.
       01  PROGRAM-TABLE.
           05  PGM-ENTRY-COUNT PICTURE 9(3) VALUE ZERO.
           05  PGM-ENTRY OCCURS 20 TIMES.
               10  PGM-NAME    PICTURE X(8).
               10  PGM-APPLIED PICTURE 9(9).
               10  PGM-BEYOND  PICTURE 9(9).

       01  REPORT-TITLE-LINE.
           05  FILLER PICTURE X(80) VALUE
               "COLZMST.DAT FORWARD RECOVERY REPORT".

       01  REPORT-TARGET-LINE.
           05  FILLER PICTURE X(20) VALUE "RECOVERED TO:       ".
           05  RTL-TARGET PICTURE X(60).

       01  REPORT-CHECKPOINT-LINE.
           05  FILLER PICTURE X(20) VALUE "BACKUP CHECKPOINT:  ".
           05  RCL-CHECKPOINT PICTURE X(60).

       01  REPORT-RELOAD-LINE.
           05  FILLER PICTURE X(20) VALUE "BACKUP RELOADED:    ".
           05  RRL-RELOADED PICTURE 9(9).
           05  FILLER PICTURE X(10) VALUE " RECORDS, ".
           05  RRL-ERRORS PICTURE 9(9).
           05  FILLER PICTURE X(32) VALUE " RELOAD ERRORS".

       01  REPORT-COLUMN-LINE.
           05  FILLER PICTURE X(80) VALUE
               "PROGRAM     APPLIED  AFTER TARGET".

       01  REPORT-DETAIL-LINE.
           05  RDL-PROGRAM-NAME PICTURE X(8).
           05  FILLER PICTURE X(02) VALUE SPACES.
           05  RDL-APPLIED PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(05) VALUE SPACES.
           05  RDL-BEYOND PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(47) VALUE SPACES.

       01  RECOVERY-STAMP.
           05  RST-DATE PICTURE 9(8).
           05  FILLER PICTURE X(01) VALUE SPACE.
           05  RST-TIME PICTURE 9(8).

       PROCEDURE DIVISION.
           PERFORM BEGIN.
       BEGIN.
           MOVE "COLZRCOV" TO RUNLOG-PROGRAM-NAME.
           SET RUNLOG-FN-START TO TRUE.
           PERFORM CALL-RUN-LOG.
           PERFORM LOAD-PARAMETERS.
           PERFORM FIND-LAST-CHECKPOINT.
           IF TARGET-IS-POINT-IN-TIME AND CHECKPOINT-FOUND
               IF TARGET-DATE < CHECKPOINT-DATE
                       OR (TARGET-DATE = CHECKPOINT-DATE
                           AND TARGET-TIME < CHECKPOINT-TIME)
                   DISPLAY "COLZRCOV: TARGET " TARGET-DATE " "
                       TARGET-TIME " IS BEFORE THE BACKUP CHECKPOINT "
                       CHECKPOINT-DATE " " CHECKPOINT-TIME
                   PERFORM END-RUN-FAILED
               END-IF
           END-IF.
           PERFORM RELOAD-FROM-BACKUP.
           PERFORM ROLL-JOURNAL-FORWARD.
           PERFORM WRITE-RECOVERY-REPORT.
           DISPLAY "COLZRCOV: " RECORDS-RELOADED " RECORDS RELOADED, "
               TOTAL-APPLIED " JOURNAL RECORDS APPLIED, "
               TOTAL-BEYOND " AFTER TARGET".
           DISPLAY "COLZRCOV: TAKE A COLZBKUP UNLOAD BEFORE UPDATING "
               "THE MASTER AGAIN".
           MOVE JOURNAL-READ TO RUNLOG-RECORDS-READ.
           MOVE TOTAL-APPLIED TO RUNLOG-RECORDS-PROCESSED.
           MOVE RELOAD-ERRORS TO RUNLOG-EXCEPTION-COUNT.
           IF RELOAD-ERRORS > ZERO
               SET RUNLOG-STATUS-EXCEPTIONS TO TRUE
           ELSE
               SET RUNLOG-STATUS-CLEAN TO TRUE
           END-IF.
           SET RUNLOG-FN-END TO TRUE.
           PERFORM CALL-RUN-LOG.
           IF RELOAD-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

       CALL-RUN-LOG.
           CALL "RUNLOG" USING RUNLOG-FUNCTION, RUNLOG-PROGRAM-NAME,
               RUNLOG-COUNTS, RUNLOG-FINAL-STATUS.

       END-RUN-FAILED.
           MOVE JOURNAL-READ TO RUNLOG-RECORDS-READ.
           MOVE TOTAL-APPLIED TO RUNLOG-RECORDS-PROCESSED.
           MOVE RELOAD-ERRORS TO RUNLOG-EXCEPTION-COUNT.
           SET RUNLOG-STATUS-FAILED TO TRUE.
           SET RUNLOG-FN-END TO TRUE.
           PERFORM CALL-RUN-LOG.
           MOVE 12 TO RETURN-CODE.
           GOBACK.

       LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM CHECK-TARGET-STAMP
               END-READ
               CLOSE PARM-FILE
           END-IF.

       CHECK-TARGET-STAMP.
           IF PRM-TARGET-DATE NOT = SPACES
               IF PRM-TARGET-DATE IS NOT NUMERIC
                   DISPLAY "COLZRCOV: TARGET DATE '" PRM-TARGET-DATE
                       "' IS NOT NUMERIC"
                   PERFORM END-RUN-FAILED
               END-IF
               IF PRM-TARGET-TIME = SPACES
                   MOVE "23595999" TO PRM-TARGET-TIME
               END-IF
               IF PRM-TARGET-TIME IS NOT NUMERIC
                   DISPLAY "COLZRCOV: TARGET TIME '" PRM-TARGET-TIME
                       "' IS NOT NUMERIC"
                   PERFORM END-RUN-FAILED
               END-IF
               MOVE PRM-TARGET-DATE TO TARGET-DATE
               MOVE PRM-TARGET-TIME TO TARGET-TIME
               SET TARGET-IS-POINT-IN-TIME TO TRUE
           END-IF.

      * The backup on disk is the one the last checkpoint describes;
      * only journal records written after it need to be re-applied.
       FIND-LAST-CHECKPOINT.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "COLZRCOV: COLZJRN.DAT NOT AVAILABLE, "
                   "STATUS = " JOURNAL-FILE-STATUS
               PERFORM END-RUN-FAILED
           END-IF.
           MOVE ZERO TO JOURNAL-POSITION.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM READ-NEXT-JOURNAL.
           PERFORM NOTE-ONE-CHECKPOINT UNTIL NO-MORE-RECORDS.
           CLOSE JOURNAL-FILE.

       NOTE-ONE-CHECKPOINT.
           IF JRR-ACTION-CHECKPOINT
               SET CHECKPOINT-FOUND TO TRUE
               MOVE JRR-DATE TO CHECKPOINT-DATE
               MOVE JRR-TIME TO CHECKPOINT-TIME
               MOVE JRR-AFTER-N TO CHECKPOINT-COUNT
               MOVE JOURNAL-POSITION TO CHECKPOINT-POSITION
           END-IF.
           PERFORM READ-NEXT-JOURNAL.

       RELOAD-FROM-BACKUP.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "COLZRCOV: COLZMSTB.DAT NOT AVAILABLE, "
                   "STATUS = " BACKUP-FILE-STATUS
               PERFORM END-RUN-FAILED
           END-IF.
           OPEN OUTPUT MASTER-FILE.
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "COLZRCOV: COLZMST.DAT NOT AVAILABLE, "
                   "STATUS = " MASTER-FILE-STATUS
               CLOSE BACKUP-FILE
               PERFORM END-RUN-FAILED
           END-IF.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM READ-NEXT-BACKUP.
           PERFORM RELOAD-ONE-RECORD UNTIL NO-MORE-RECORDS.
           CLOSE BACKUP-FILE.
           CLOSE MASTER-FILE.
           IF CHECKPOINT-FOUND AND RECORDS-RELOADED NOT =
                   CHECKPOINT-COUNT
               DISPLAY "COLZRCOV: CHECKPOINT RECORDED "
                   CHECKPOINT-COUNT " RECORDS UNLOADED, "
                   RECORDS-RELOADED " RELOADED"
               ADD 1 TO RELOAD-ERRORS
           END-IF.

       RELOAD-ONE-RECORD.
           MOVE CMB-N TO CMR-N.
           MOVE CMB-STEPS TO CMR-STEPS.
           MOVE CMB-PEAK TO CMR-PEAK.
           MOVE CMB-RESULT-STATUS TO CMR-RESULT-STATUS.
           IF CMB-ODD-STEPS IS NUMERIC
                   AND CMB-EVEN-STEPS IS NUMERIC
                   AND CMB-STOPPING-TIME IS NUMERIC
               MOVE CMB-ODD-STEPS TO CMR-ODD-STEPS
               MOVE CMB-EVEN-STEPS TO CMR-EVEN-STEPS
               MOVE CMB-STOPPING-TIME TO CMR-STOPPING-TIME
           ELSE
               MOVE ZERO TO CMR-ODD-STEPS, CMR-EVEN-STEPS,
                   CMR-STOPPING-TIME
           END-IF.
           WRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "COLZRCOV: BACKUP RECORD FOR N=" CMB-N
                       " NOT RELOADED, STATUS = " MASTER-FILE-STATUS
                   ADD 1 TO RELOAD-ERRORS
               NOT INVALID KEY
                   ADD 1 TO RECORDS-RELOADED
           END-WRITE.
           PERFORM READ-NEXT-BACKUP.

       ROLL-JOURNAL-FORWARD.
           OPEN I-O MASTER-FILE.
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "COLZRCOV: COLZMST.DAT NOT AVAILABLE, "
                   "STATUS = " MASTER-FILE-STATUS
               PERFORM END-RUN-FAILED
           END-IF.
           OPEN INPUT JOURNAL-FILE.
           MOVE ZERO TO JOURNAL-POSITION.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM READ-NEXT-JOURNAL.
           PERFORM APPLY-ONE-JOURNAL UNTIL NO-MORE-RECORDS.
           CLOSE JOURNAL-FILE.
           CLOSE MASTER-FILE.

       APPLY-ONE-JOURNAL.
           ADD 1 TO JOURNAL-READ.
           IF JOURNAL-POSITION > CHECKPOINT-POSITION
                   AND (JRR-ACTION-ADD OR JRR-ACTION-CHANGE)
               PERFORM FIND-PROGRAM-ENTRY
               IF TARGET-IS-POINT-IN-TIME
                       AND (JRR-DATE > TARGET-DATE
                           OR (JRR-DATE = TARGET-DATE
                               AND JRR-TIME > TARGET-TIME))
                   ADD 1 TO TOTAL-BEYOND
                   IF MATCH-SUB > ZERO
                       ADD 1 TO PGM-BEYOND (MATCH-SUB)
                   END-IF
               ELSE
                   PERFORM APPLY-AFTER-IMAGE
                   ADD 1 TO TOTAL-APPLIED
                   IF MATCH-SUB > ZERO
                       ADD 1 TO PGM-APPLIED (MATCH-SUB)
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-JOURNAL.

      * Backup and journal records written before the master carried
      * the step counts and stopping time have those columns blank;
      * they are applied with the figures zero, that is, not recorded.
       APPLY-AFTER-IMAGE.
           MOVE JRR-AFTER-N TO CMR-N.
           MOVE JRR-AFTER-STEPS TO CMR-STEPS.
           MOVE JRR-AFTER-PEAK TO CMR-PEAK.
           MOVE JRR-AFTER-STATUS TO CMR-RESULT-STATUS.
           IF JRR-AFTER-ODD-STEPS IS NUMERIC
                   AND JRR-AFTER-EVEN-STEPS IS NUMERIC
                   AND JRR-AFTER-STOPPING IS NUMERIC
               MOVE JRR-AFTER-ODD-STEPS TO CMR-ODD-STEPS
               MOVE JRR-AFTER-EVEN-STEPS TO CMR-EVEN-STEPS
               MOVE JRR-AFTER-STOPPING TO CMR-STOPPING-TIME
           ELSE
               MOVE ZERO TO CMR-ODD-STEPS, CMR-EVEN-STEPS,
                   CMR-STOPPING-TIME
           END-IF.
           WRITE MASTER-RECORD
               INVALID KEY
                   REWRITE MASTER-RECORD
           END-WRITE.

       FIND-PROGRAM-ENTRY.
           MOVE ZERO TO MATCH-SUB.
           PERFORM FIND-ONE-PROGRAM-ENTRY
               VARYING PROGRAM-SUB FROM 1 BY 1
               UNTIL PROGRAM-SUB > PGM-ENTRY-COUNT
                   OR MATCH-SUB > ZERO.
           IF MATCH-SUB = ZERO AND PGM-ENTRY-COUNT < 20
               ADD 1 TO PGM-ENTRY-COUNT
               MOVE PGM-ENTRY-COUNT TO MATCH-SUB
               MOVE JRR-PROGRAM-NAME TO PGM-NAME (MATCH-SUB)
               MOVE ZERO TO PGM-APPLIED (MATCH-SUB)
               MOVE ZERO TO PGM-BEYOND (MATCH-SUB)
           END-IF.

       FIND-ONE-PROGRAM-ENTRY.
           IF PGM-NAME (PROGRAM-SUB) = JRR-PROGRAM-NAME
               MOVE PROGRAM-SUB TO MATCH-SUB
           END-IF.

       WRITE-RECOVERY-REPORT.
           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-RECORD FROM REPORT-TITLE-LINE.
           IF TARGET-IS-POINT-IN-TIME
               MOVE TARGET-DATE TO RST-DATE
               MOVE TARGET-TIME TO RST-TIME
               MOVE RECOVERY-STAMP TO RTL-TARGET
           ELSE
               MOVE "END OF JOURNAL" TO RTL-TARGET
           END-IF.
           WRITE REPORT-RECORD FROM REPORT-TARGET-LINE.
           IF CHECKPOINT-FOUND
               MOVE CHECKPOINT-DATE TO RST-DATE
               MOVE CHECKPOINT-TIME TO RST-TIME
               MOVE RECOVERY-STAMP TO RCL-CHECKPOINT
           ELSE
               MOVE "NONE ON JOURNAL, WHOLE JOURNAL APPLIED"
                   TO RCL-CHECKPOINT
           END-IF.
           WRITE REPORT-RECORD FROM REPORT-CHECKPOINT-LINE.
           MOVE RECORDS-RELOADED TO RRL-RELOADED.
           MOVE RELOAD-ERRORS TO RRL-ERRORS.
           WRITE REPORT-RECORD FROM REPORT-RELOAD-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM REPORT-COLUMN-LINE.
           PERFORM WRITE-PROGRAM-LINE
               VARYING PROGRAM-SUB FROM 1 BY 1
               UNTIL PROGRAM-SUB > PGM-ENTRY-COUNT.
           MOVE "TOTAL" TO RDL-PROGRAM-NAME.
           MOVE TOTAL-APPLIED TO RDL-APPLIED.
           MOVE TOTAL-BEYOND TO RDL-BEYOND.
           WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE.
           CLOSE REPORT-FILE.

       WRITE-PROGRAM-LINE.
           MOVE PGM-NAME (PROGRAM-SUB) TO RDL-PROGRAM-NAME.
           MOVE PGM-APPLIED (PROGRAM-SUB) TO RDL-APPLIED.
           MOVE PGM-BEYOND (PROGRAM-SUB) TO RDL-BEYOND.
           WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE.

       READ-NEXT-JOURNAL.
           READ JOURNAL-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
               NOT AT END ADD 1 TO JOURNAL-POSITION
           END-READ.

       READ-NEXT-BACKUP.
           READ BACKUP-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.
       END PROGRAM COLZRCOV.
