               ACCESS MODE IS DYNAMIC
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

      * One record per add or change to the master. The after image
      * is what forward recovery re-applies; the before image shows
      * what the change replaced. Checkpoint records written by the
      * COLZBKUP unload mark the point the backup was taken. The
      * step counts and stopping time follow at the end of the
      * record, so journal records written before the master
      * carried them read with those fields blank.
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
       77  MASTER-FILE-STATUS PICTURE XX.
       77  JOURNAL-FILE-STATUS PICTURE XX.
       77  WS-CURRENT-DATE PICTURE 9(8).
       77  WS-CURRENT-TIME PICTURE 9(8).
       77  OPEN-SWITCH PICTURE X VALUE 'N'.
           88 MASTER-IS-OPEN VALUE 'Y'.
       77  JOURNAL-OPEN-SWITCH PICTURE X VALUE 'N'.
           88 JOURNAL-IS-OPEN VALUE 'Y'.
           88 JOURNAL-IS-UNAVAILABLE VALUE 'U'.
       77  WRITE-ACTION PICTURE X.
           88 WRITE-IS-ADD VALUE 'A'.
           88 WRITE-IS-CHANGE VALUE 'C'.

       01  BEFORE-RECORD.
           05  BFR-N             PICTURE 9(9).
           05  BFR-STEPS         PICTURE 9(9).
           05  BFR-PEAK          PICTURE 9(9).
           05  BFR-RESULT-STATUS PICTURE X.
           05  BFR-ODD-STEPS     PICTURE 9(9).
           05  BFR-EVEN-STEPS    PICTURE 9(9).
           05  BFR-STOPPING-TIME PICTURE 9(9).

       LINKAGE SECTION.
       COPY colzmst.

       PROCEDURE DIVISION USING COLZMST-FUNCTION, COLZMST-N,
           COLZMST-STEPS, COLZMST-PEAK, COLZMST-RESULT-STATUS,
           COLZMST-RETURN, COLZMST-CALLER, COLZMST-METRICS.
           SET COLZMST-DONE TO TRUE.
           IF COLZMST-FN-OPEN
               PERFORM OPEN-MASTER
                       MOVE CMR-STEPS TO COLZMST-STEPS
                       MOVE CMR-PEAK TO COLZMST-PEAK
                       MOVE CMR-RESULT-STATUS TO COLZMST-RESULT-STATUS
                       PERFORM RETURN-METRICS
                       SET COLZMST-FOUND TO TRUE
               END-READ
           END-IF.

       RETURN-METRICS.
           MOVE CMR-ODD-STEPS TO COLZMST-ODD-STEPS.
           MOVE CMR-EVEN-STEPS TO COLZMST-EVEN-STEPS.
           MOVE CMR-STOPPING-TIME TO COLZMST-STOPPING-TIME.

       WRITE-MASTER.
           IF NOT MASTER-IS-OPEN
               PERFORM OPEN-MASTER
           END-IF.
           IF MASTER-IS-OPEN
               MOVE COLZMST-N TO CMR-N
               READ MASTER-FILE
                   INVALID KEY
                       SET WRITE-IS-ADD TO TRUE
                       MOVE ZERO TO BFR-N, BFR-STEPS, BFR-PEAK,
                           BFR-ODD-STEPS, BFR-EVEN-STEPS,
                           BFR-STOPPING-TIME
                       MOVE SPACE TO BFR-RESULT-STATUS
                   NOT INVALID KEY
                       SET WRITE-IS-CHANGE TO TRUE
                       MOVE MASTER-RECORD TO BEFORE-RECORD
               END-READ
               MOVE COLZMST-N TO CMR-N
               MOVE COLZMST-STEPS TO CMR-STEPS
               MOVE COLZMST-PEAK TO CMR-PEAK
               MOVE COLZMST-RESULT-STATUS TO CMR-RESULT-STATUS
               MOVE COLZMST-ODD-STEPS TO CMR-ODD-STEPS
               MOVE COLZMST-EVEN-STEPS TO CMR-EVEN-STEPS
               MOVE COLZMST-STOPPING-TIME TO CMR-STOPPING-TIME
               IF WRITE-IS-ADD
                   WRITE MASTER-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
               ELSE
                   REWRITE MASTER-RECORD
                   IF MASTER-RECORD NOT = BEFORE-RECORD
                       PERFORM WRITE-JOURNAL-RECORD
                   END-IF
               END-IF
           END-IF.

       WRITE-JOURNAL-RECORD.
           IF NOT JOURNAL-IS-OPEN AND NOT JOURNAL-IS-UNAVAILABLE
               PERFORM OPEN-JOURNAL
           END-IF.
           IF JOURNAL-IS-OPEN
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-CURRENT-DATE TO JRR-DATE
               MOVE SPACE TO JRR-SEP-1
               MOVE WS-CURRENT-TIME TO JRR-TIME
               MOVE SPACE TO JRR-SEP-2
               MOVE COLZMST-CALLER TO JRR-PROGRAM-NAME
               MOVE SPACE TO JRR-SEP-3
               MOVE WRITE-ACTION TO JRR-ACTION
               MOVE SPACE TO JRR-SEP-4
               MOVE BFR-N TO JRR-BEFORE-N
               MOVE BFR-STEPS TO JRR-BEFORE-STEPS
               MOVE BFR-PEAK TO JRR-BEFORE-PEAK
               MOVE BFR-RESULT-STATUS TO JRR-BEFORE-STATUS
               MOVE SPACE TO JRR-SEP-5
               MOVE CMR-N TO JRR-AFTER-N
               MOVE CMR-STEPS TO JRR-AFTER-STEPS
               MOVE CMR-PEAK TO JRR-AFTER-PEAK
               MOVE CMR-RESULT-STATUS TO JRR-AFTER-STATUS
               MOVE SPACE TO JRR-SEP-6
               MOVE BFR-ODD-STEPS TO JRR-BEFORE-ODD-STEPS
               MOVE BFR-EVEN-STEPS TO JRR-BEFORE-EVEN-STEPS
               MOVE BFR-STOPPING-TIME TO JRR-BEFORE-STOPPING
               MOVE SPACE TO JRR-SEP-7
               MOVE CMR-ODD-STEPS TO JRR-AFTER-ODD-STEPS
               MOVE CMR-EVEN-STEPS TO JRR-AFTER-EVEN-STEPS
               MOVE CMR-STOPPING-TIME TO JRR-AFTER-STOPPING
               WRITE JOURNAL-RECORD
           END-IF.

       OPEN-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.
           IF JOURNAL-FILE-STATUS = "00"
               SET JOURNAL-IS-OPEN TO TRUE
           ELSE
               SET JOURNAL-IS-UNAVAILABLE TO TRUE
               DISPLAY "COLZMSTR: COLZJRN.DAT NOT AVAILABLE, STATUS = "
                   JOURNAL-FILE-STATUS ", CHANGES NOT JOURNALLED"
           END-IF.

       START-MASTER.
                       MOVE CMR-STEPS TO COLZMST-STEPS
                       MOVE CMR-PEAK TO COLZMST-PEAK
                       MOVE CMR-RESULT-STATUS TO COLZMST-RESULT-STATUS
                       PERFORM RETURN-METRICS
                       SET COLZMST-FOUND TO TRUE
               END-READ
           END-IF.
               CLOSE MASTER-FILE
               MOVE 'N' TO OPEN-SWITCH
           END-IF.
           IF JOURNAL-IS-OPEN
               CLOSE JOURNAL-FILE
           END-IF.
           MOVE 'N' TO JOURNAL-OPEN-SWITCH.
       END PROGRAM COLZMSTR.
