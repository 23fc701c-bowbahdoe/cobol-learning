               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMR-N
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "COLZJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CMR-STEPS         PICTURE 9(9).
           05  CMR-PEAK          PICTURE 9(9).
           05  CMR-RESULT-STATUS PICTURE X.
           05  CMR-ODD-STEPS     PICTURE 9(9).
           05  CMR-EVEN-STEPS    PICTURE 9(9).
           05  CMR-STOPPING-TIME PICTURE 9(9).

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

       WORKING-STORAGE SECTION.
       77  EOF-SWITCH PICTURE X VALUE 'N'.
           88 NO-MORE-RECORDS VALUE 'Y'.
       77  MASTER-FILE-STATUS PICTURE XX.
       77  JOURNAL-FILE-STATUS PICTURE XX.
       77  WS-CURRENT-DATE PICTURE 9(8).
       77  WS-CURRENT-TIME PICTURE 9(8).

       01  BEFORE-RECORD.
           05  BFR-N             PICTURE 9(9).
           05  BFR-STEPS         PICTURE 9(9).
           05  BFR-PEAK          PICTURE 9(9).
           05  BFR-RESULT-STATUS PICTURE X.
           05  BFR-ODD-STEPS     PICTURE 9(9).
           05  BFR-EVEN-STEPS    PICTURE 9(9).
           05  BFR-STOPPING-TIME PICTURE 9(9).
       77  RECORDS-READ PICTURE 9(9) VALUE ZERO.
       77  RECORDS-ENRICHED PICTURE 9(9) VALUE ZERO.
       77  PEAKS-COMPUTED PICTURE 9(9) VALUE ZERO.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-JOURNAL.
           IF JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "COLZBKFL: COLZJRN.DAT NOT AVAILABLE, "
                   "STATUS = " JOURNAL-FILE-STATUS
               CLOSE MASTER-FILE
               CALL "AUDITCLS"
               PERFORM WRITE-SUMMARY-COUNTS
               SET RUNLOG-STATUS-FAILED TO TRUE
               SET RUNLOG-FN-END TO TRUE
               PERFORM CALL-RUN-LOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-NEXT-MASTER.
           PERFORM ENRICH-ONE-RECORD UNTIL NO-MORE-RECORDS.
           CLOSE MASTER-FILE.
           CLOSE JOURNAL-FILE.
           CALL "AUDITCLS".
           DISPLAY "COLZBKFL: " RECORDS-READ " RECORDS READ, "
               RECORDS-ENRICHED " PEAKS BACKFILLED".
           MOVE CMR-N TO NUMUTIL-N-INT.
           ADD 1 TO PEAKS-COMPUTED.
           CALL "COLZPEAK" USING NUMUTIL-N-INT, NUMUTIL-RESULT-INT,
               NUMUTIL-STATUS, PEAK-VALUE-OUT,
               NUMUTIL-COLLATZ-METRICS.
           IF NUMUTIL-STATUS-OK
               MOVE MASTER-RECORD TO BEFORE-RECORD
               MOVE NUMUTIL-RESULT-INT TO CMR-STEPS
               MOVE PEAK-VALUE-OUT TO CMR-PEAK
               MOVE NUMUTIL-ODD-STEPS TO CMR-ODD-STEPS
               MOVE NUMUTIL-EVEN-STEPS TO CMR-EVEN-STEPS
               MOVE NUMUTIL-STOPPING-TIME TO CMR-STOPPING-TIME
               REWRITE MASTER-RECORD
               PERFORM WRITE-JOURNAL-RECORD
               ADD 1 TO RECORDS-ENRICHED
           ELSE
               ADD 1 TO COMPUTE-FAILURES
                   NUMUTIL-STATUS ", RECORD LEFT UNCHANGED"
           END-IF.

       OPEN-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.

      * The backfill rewrites the master directly rather than
      * through COLZMSTR, so it journals its own changes.
       WRITE-JOURNAL-RECORD.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO JRR-DATE.
           MOVE SPACE TO JRR-SEP-1.
           MOVE WS-CURRENT-TIME TO JRR-TIME.
           MOVE SPACE TO JRR-SEP-2.
           MOVE "COLZBKFL" TO JRR-PROGRAM-NAME.
           MOVE SPACE TO JRR-SEP-3.
           SET JRR-ACTION-CHANGE TO TRUE.
           MOVE SPACE TO JRR-SEP-4.
           MOVE BFR-N TO JRR-BEFORE-N.
           MOVE BFR-STEPS TO JRR-BEFORE-STEPS.
           MOVE BFR-PEAK TO JRR-BEFORE-PEAK.
           MOVE BFR-RESULT-STATUS TO JRR-BEFORE-STATUS.
           MOVE SPACE TO JRR-SEP-5.
           MOVE CMR-N TO JRR-AFTER-N.
           MOVE CMR-STEPS TO JRR-AFTER-STEPS.
           MOVE CMR-PEAK TO JRR-AFTER-PEAK.
           MOVE CMR-RESULT-STATUS TO JRR-AFTER-STATUS.
           MOVE SPACE TO JRR-SEP-6.
           MOVE BFR-ODD-STEPS TO JRR-BEFORE-ODD-STEPS.
           MOVE BFR-EVEN-STEPS TO JRR-BEFORE-EVEN-STEPS.
           MOVE BFR-STOPPING-TIME TO JRR-BEFORE-STOPPING.
           MOVE SPACE TO JRR-SEP-7.
           MOVE CMR-ODD-STEPS TO JRR-AFTER-ODD-STEPS.
           MOVE CMR-EVEN-STEPS TO JRR-AFTER-EVEN-STEPS.
           MOVE CMR-STOPPING-TIME TO JRR-AFTER-STOPPING.
           WRITE JOURNAL-RECORD.

       READ-NEXT-MASTER.
           READ MASTER-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
