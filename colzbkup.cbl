           SELECT BACKUP-FILE ASSIGN TO "COLZMSTB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-FILE-STATUS.
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

       FD  BACKUP-FILE.
       01  BACKUP-RECORD.
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

       WORKING-STORAGE SECTION.
       77  EOF-SWITCH PICTURE X VALUE 'N'.
       77  PARM-FILE-STATUS PICTURE XX.
       77  MASTER-FILE-STATUS PICTURE XX.
       77  BACKUP-FILE-STATUS PICTURE XX.
       77  JOURNAL-FILE-STATUS PICTURE XX.
       77  WS-CURRENT-DATE PICTURE 9(8).
       77  WS-CURRENT-TIME PICTURE 9(8).
       77  RECORDS-UNLOADED PICTURE 9(9) VALUE ZERO.
       77  RECORDS-RELOADED PICTURE 9(9) VALUE ZERO.
       77  VERIFY-ERROR-COUNT PICTURE 9(9) VALUE ZERO.
               DISPLAY "COLZBKUP: COLZBKPP.DAT NOT AVAILABLE, "
                   "STATUS = " PARM-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PARM-FILE
               AT END MOVE SPACE TO PRM-FUNCTION
           IF VERIFY-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       UNLOAD-MASTER.
           OPEN INPUT MASTER-FILE.
               DISPLAY "COLZBKUP: COLZMST.DAT NOT AVAILABLE, "
                   "STATUS = " MASTER-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT BACKUP-FILE.
           PERFORM READ-NEXT-MASTER.
           DISPLAY "COLZBKUP: " RECORDS-UNLOADED
               " RECORDS UNLOADED TO COLZMSTB.DAT, "
               VERIFY-ERROR-COUNT " VERIFY ERRORS".
           PERFORM WRITE-JOURNAL-CHECKPOINT.

      * The checkpoint tells forward recovery which journal records
      * are already contained in the backup just written.
       WRITE-JOURNAL-CHECKPOINT.
           PERFORM OPEN-JOURNAL.
           IF JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "COLZBKUP: COLZJRN.DAT NOT AVAILABLE, "
                   "STATUS = " JOURNAL-FILE-STATUS
                   ", NO RECOVERY CHECKPOINT WRITTEN"
               ADD 1 TO VERIFY-ERROR-COUNT
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-CURRENT-DATE TO JRR-DATE
               MOVE SPACE TO JRR-SEP-1
               MOVE WS-CURRENT-TIME TO JRR-TIME
               MOVE SPACE TO JRR-SEP-2
               MOVE "COLZBKUP" TO JRR-PROGRAM-NAME
               MOVE SPACE TO JRR-SEP-3
               SET JRR-ACTION-CHECKPOINT TO TRUE
               MOVE SPACE TO JRR-SEP-4
               MOVE ZERO TO JRR-BEFORE-N, JRR-BEFORE-STEPS,
                   JRR-BEFORE-PEAK
               MOVE SPACE TO JRR-BEFORE-STATUS
               MOVE SPACE TO JRR-SEP-5
               MOVE RECORDS-UNLOADED TO JRR-AFTER-N
               MOVE ZERO TO JRR-AFTER-STEPS, JRR-AFTER-PEAK
               MOVE SPACE TO JRR-AFTER-STATUS
               MOVE SPACE TO JRR-SEP-6
               MOVE ZERO TO JRR-BEFORE-ODD-STEPS,
                   JRR-BEFORE-EVEN-STEPS, JRR-BEFORE-STOPPING
               MOVE SPACE TO JRR-SEP-7
               MOVE ZERO TO JRR-AFTER-ODD-STEPS,
                   JRR-AFTER-EVEN-STEPS, JRR-AFTER-STOPPING
               WRITE JOURNAL-RECORD
               CLOSE JOURNAL-FILE
           END-IF.

       OPEN-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.

       UNLOAD-ONE-RECORD.
           PERFORM VERIFY-MASTER-RECORD.
           MOVE CMR-PEAK TO CMB-PEAK.
           MOVE SPACE TO CMB-SEP-3.
           MOVE CMR-RESULT-STATUS TO CMB-RESULT-STATUS.
           MOVE SPACE TO CMB-SEP-4.
           MOVE CMR-ODD-STEPS TO CMB-ODD-STEPS.
           MOVE SPACE TO CMB-SEP-5.
           MOVE CMR-EVEN-STEPS TO CMB-EVEN-STEPS.
           MOVE SPACE TO CMB-SEP-6.
           MOVE CMR-STOPPING-TIME TO CMB-STOPPING-TIME.
           WRITE BACKUP-RECORD.
           ADD 1 TO RECORDS-UNLOADED.
           MOVE CMR-N TO PREVIOUS-KEY.
               DISPLAY "COLZBKUP: COLZMSTB.DAT NOT AVAILABLE, "
                   "STATUS = " BACKUP-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT MASTER-FILE.
           PERFORM READ-NEXT-BACKUP.
           MOVE CMB-STEPS TO CMR-STEPS.
           MOVE CMB-PEAK TO CMR-PEAK.
           MOVE CMB-RESULT-STATUS TO CMR-RESULT-STATUS.
           PERFORM RELOAD-METRICS.
           PERFORM VERIFY-MASTER-RECORD.
           IF RECORD-IN-ERROR
               DISPLAY "COLZBKUP: BACKUP RECORD FOR N=" CMB-N
           END-IF.
           PERFORM READ-NEXT-BACKUP.

      * An unload taken before the master carried the step counts
      * and stopping time has nothing in those columns; its records
      * reload with the figures zero, that is, not recorded.
       RELOAD-METRICS.
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

       READ-NEXT-MASTER.
           READ MASTER-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
