       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTEXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "ALERTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-FILE-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "COLZBATR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-FILE-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "EXCEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPT-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The last run-log end stamp and the last COLZBAT summary stamp
      * already alerted on, so a failed run is paged once only.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  ACR-RUN-LOG-STAMP PICTURE X(17).
           05  ACR-SEP-1         PICTURE X(01).
           05  ACR-SUMMARY-STAMP PICTURE X(17).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           05  RLR-PROGRAM-NAME      PICTURE X(8).
           05  RLR-SEP-1             PICTURE X(01).
           05  RLR-START-STAMP       PICTURE X(17).
           05  RLR-SEP-2             PICTURE X(01).
           05  RLR-END-STAMP         PICTURE X(17).
           05  RLR-SEP-3             PICTURE X(01).
           05  RLR-RECORDS-READ      PICTURE 9(9).
           05  RLR-SEP-4             PICTURE X(01).
           05  RLR-RECORDS-PROCESSED PICTURE 9(9).
           05  RLR-SEP-5             PICTURE X(01).
           05  RLR-EXCEPTION-COUNT   PICTURE 9(9).
           05  RLR-SEP-6             PICTURE X(01).
           05  RLR-FINAL-STATUS      PICTURE X(10).

       FD  SUMMARY-FILE.
       01  SUMMARY-DETAIL-RECORD.
           05  SUM-PROGRAM-NAME PICTURE X(8).
           05  FILLER           PICTURE X(05).
           05  SUM-ACTION       PICTURE X.
           05  FILLER           PICTURE X(03).
           05  SUM-RC           PICTURE X(4).
           05  FILLER           PICTURE X(02).
           05  SUM-LOG-STATUS   PICTURE X(10).
           05  FILLER           PICTURE X(02).
           05  SUM-DISPOSITION  PICTURE X(10).
           05  FILLER           PICTURE X(35).
       01  SUMMARY-RUN-RECORD.
           05  SUM-RUN-LABEL    PICTURE X(10).
           05  SUM-RUN-STAMP    PICTURE X(17).
           05  FILLER           PICTURE X(53).

       FD  EXCEPT-FILE.
       01  EXCEPT-RECORD.
           05  EXR-RUN-DATE      PICTURE 9(8).
           05  EXR-SEP-1         PICTURE X(01).
           05  EXR-PROGRAM-NAME  PICTURE X(8).
           05  EXR-SEP-2         PICTURE X(01).
           05  EXR-RECORD-NUMBER PICTURE 9(9).
           05  EXR-SEP-3         PICTURE X(01).
           05  EXR-INPUT-VALUE   PICTURE X(10).
           05  EXR-SEP-4         PICTURE X(01).
           05  EXR-REASON-CODE   PICTURE X(8).
           05  EXR-SEP-5         PICTURE X(01).
           05  EXR-DISPOSITION   PICTURE X.
               88  EXR-DISP-NEW          VALUE 'N'.
               88  EXR-DISP-ACKNOWLEDGED VALUE 'A'.
               88  EXR-DISP-RESOLVED     VALUE 'R'.
           05  EXR-SEP-6         PICTURE X(01).
           05  EXR-DISP-DATE     PICTURE 9(8).
           05  EXR-SEP-7         PICTURE X(01).
           05  EXR-DISP-OPERATOR PICTURE X(8).

      * Fixed-format record for the paging interface. Severity is
      * CRITICAL, MAJOR or MINOR; a night with nothing to report
      * gets one CLEAR record.
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           05  ALR-ALERT-DATE   PICTURE 9(8).
           05  ALR-SEP-1        PICTURE X(01).
           05  ALR-ALERT-TIME   PICTURE 9(8).
           05  ALR-SEP-2        PICTURE X(01).
           05  ALR-SEVERITY     PICTURE X(8).
           05  ALR-SEP-3        PICTURE X(01).
           05  ALR-PROGRAM-NAME PICTURE X(8).
           05  ALR-SEP-4        PICTURE X(01).
           05  ALR-SOURCE       PICTURE X(8).
           05  ALR-SEP-5        PICTURE X(01).
           05  ALR-MESSAGE      PICTURE X(50).

       WORKING-STORAGE SECTION.
       77  EOF-SWITCH PICTURE X VALUE 'N'.
           88 NO-MORE-RECORDS VALUE 'Y'.
       77  CONTROL-FILE-STATUS PICTURE XX.
       77  RUN-LOG-FILE-STATUS PICTURE XX.
       77  SUMMARY-FILE-STATUS PICTURE XX.
       77  EXCEPT-FILE-STATUS PICTURE XX.
       77  SUMMARY-SWITCH PICTURE X VALUE 'N'.
           88 SUMMARY-IS-NEW VALUE 'Y'.
       77  WS-CURRENT-DATE PICTURE 9(8).
       77  WS-CURRENT-TIME PICTURE 9(8).
       77  TODAY-INTEGER PICTURE 9(8).
       77  RUN-DATE-INTEGER PICTURE 9(8).
       77  START-DATE PICTURE 9(8).
       77  DAYS-OPEN PICTURE S9(5) VALUE ZERO.
       77  DAYS-OPEN-TEXT PICTURE 9(5).
       77  SAVED-RUN-LOG-STAMP PICTURE X(17).
       77  SAVED-SUMMARY-STAMP PICTURE X(17).
       77  NEW-RUN-LOG-STAMP PICTURE X(17).
       77  NEW-SUMMARY-STAMP PICTURE X(17).
       77  ALERT-SEVERITY PICTURE X(8).
       77  ALERT-PROGRAM PICTURE X(8).
       77  ALERT-SOURCE PICTURE X(8).
       77  ALERT-MESSAGE PICTURE X(50).
       77  RUN-ALERTS PICTURE 9(9) VALUE ZERO.
       77  STEP-ALERTS PICTURE 9(9) VALUE ZERO.
       77  EXCEPTION-ALERTS PICTURE 9(9) VALUE ZERO.
       77  ALERTS-WRITTEN PICTURE 9(9) VALUE ZERO.
       COPY runctl.

       PROCEDURE DIVISION.
           PERFORM BEGIN.
       BEGIN.
           CALL "RUNCTL" USING RUNCTL-PARAMS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
           PERFORM LOAD-CONTROL-RECORD.
           OPEN OUTPUT ALERT-FILE.
           PERFORM SCAN-RUN-LOG.
           PERFORM SCAN-BATCH-SUMMARY.
           PERFORM SCAN-EXCEPTIONS.
           IF ALERTS-WRITTEN = ZERO
               MOVE "CLEAR" TO ALERT-SEVERITY
               MOVE "ALERTEXT" TO ALERT-PROGRAM
               MOVE SPACES TO ALERT-SOURCE
               MOVE "ALL CLEAR, NO ACTION NEEDED" TO ALERT-MESSAGE
               PERFORM WRITE-ALERT-RECORD
               MOVE ZERO TO ALERTS-WRITTEN
           END-IF.
           CLOSE ALERT-FILE.
           PERFORM SAVE-CONTROL-RECORD.
           DISPLAY "ALERTEXT: " RUN-ALERTS " RUN, " STEP-ALERTS
               " STEP, " EXCEPTION-ALERTS " EXCEPTION ALERTS".
           IF ALERTS-WRITTEN > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

      * With no control record yet, only runs since the start of
      * yesterday are looked at, not the whole run-log history.
       LOAD-CONTROL-RECORD.
           COMPUTE START-DATE =
               FUNCTION DATE-OF-INTEGER (TODAY-INTEGER - 1).
           MOVE SPACES TO SAVED-RUN-LOG-STAMP.
           MOVE START-DATE TO SAVED-RUN-LOG-STAMP (1:8).
           MOVE "00000000" TO SAVED-RUN-LOG-STAMP (10:8).
           MOVE SAVED-RUN-LOG-STAMP TO SAVED-SUMMARY-STAMP.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   NOT AT END
                       MOVE ACR-RUN-LOG-STAMP TO SAVED-RUN-LOG-STAMP
                       MOVE ACR-SUMMARY-STAMP TO SAVED-SUMMARY-STAMP
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           MOVE SAVED-RUN-LOG-STAMP TO NEW-RUN-LOG-STAMP.
           MOVE SAVED-SUMMARY-STAMP TO NEW-SUMMARY-STAMP.

       SAVE-CONTROL-RECORD.
           OPEN OUTPUT CONTROL-FILE.
           MOVE NEW-RUN-LOG-STAMP TO ACR-RUN-LOG-STAMP.
           MOVE SPACE TO ACR-SEP-1.
           MOVE NEW-SUMMARY-STAMP TO ACR-SUMMARY-STAMP.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.

       SCAN-RUN-LOG.
           MOVE 'N' TO EOF-SWITCH.
           OPEN INPUT RUN-LOG-FILE.
           IF RUN-LOG-FILE-STATUS = "00"
               PERFORM READ-NEXT-LOG-RECORD
               PERFORM CHECK-ONE-RUN UNTIL NO-MORE-RECORDS
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY "ALERTEXT: RUNLOG.DAT NOT AVAILABLE, STATUS = "
                   RUN-LOG-FILE-STATUS
           END-IF.

       CHECK-ONE-RUN.
           IF RLR-END-STAMP > SAVED-RUN-LOG-STAMP
               IF RLR-END-STAMP > NEW-RUN-LOG-STAMP
                   MOVE RLR-END-STAMP TO NEW-RUN-LOG-STAMP
               END-IF
               IF RLR-FINAL-STATUS = "FAILED"
                       OR RLR-FINAL-STATUS = "STOPPED"
                   IF RLR-FINAL-STATUS = "FAILED"
                       MOVE "CRITICAL" TO ALERT-SEVERITY
                   ELSE
                       MOVE "MAJOR" TO ALERT-SEVERITY
                   END-IF
                   MOVE RLR-PROGRAM-NAME TO ALERT-PROGRAM
                   MOVE "RUNLOG" TO ALERT-SOURCE
                   MOVE SPACES TO ALERT-MESSAGE
                   STRING "RUN ENDED " DELIMITED BY SIZE
                       RLR-FINAL-STATUS DELIMITED BY SPACE
                       " AT " DELIMITED BY SIZE
                       RLR-END-STAMP DELIMITED BY SIZE
                       INTO ALERT-MESSAGE
                   PERFORM WRITE-ALERT-RECORD
                   ADD 1 TO RUN-ALERTS
               END-IF
           END-IF.
           PERFORM READ-NEXT-LOG-RECORD.

      * Steps are only alerted from a summary not already seen. A
      * step that failed without writing a run-log record is also
      * alerted here, since the run-log scan cannot see it.
       SCAN-BATCH-SUMMARY.
           MOVE 'N' TO EOF-SWITCH.
           OPEN INPUT SUMMARY-FILE.
           IF SUMMARY-FILE-STATUS = "00"
               PERFORM READ-NEXT-SUMMARY-RECORD
               PERFORM CHECK-ONE-SUMMARY-LINE UNTIL NO-MORE-RECORDS
               CLOSE SUMMARY-FILE
           ELSE
               DISPLAY "ALERTEXT: COLZBATR.DAT NOT AVAILABLE, STATUS = "
                   SUMMARY-FILE-STATUS
           END-IF.

       CHECK-ONE-SUMMARY-LINE.
           IF SUM-RUN-LABEL = "RUN DATE: "
               IF SUM-RUN-STAMP > SAVED-SUMMARY-STAMP
                   SET SUMMARY-IS-NEW TO TRUE
                   MOVE SUM-RUN-STAMP TO NEW-SUMMARY-STAMP
               END-IF
           ELSE
               IF SUMMARY-IS-NEW
                   IF SUM-DISPOSITION = "SKIPPED"
                       MOVE "MAJOR" TO ALERT-SEVERITY
                       MOVE SUM-PROGRAM-NAME TO ALERT-PROGRAM
                       MOVE "COLZBAT" TO ALERT-SOURCE
                       MOVE SPACES TO ALERT-MESSAGE
                       STRING "STEP SKIPPED BY COLZBAT RUN OF "
                           DELIMITED BY SIZE
                           NEW-SUMMARY-STAMP DELIMITED BY SIZE
                           INTO ALERT-MESSAGE
                       PERFORM WRITE-ALERT-RECORD
                       ADD 1 TO STEP-ALERTS
                   ELSE
                       IF SUM-DISPOSITION = "FAILED"
                               AND SUM-LOG-STATUS = "NONE"
                           MOVE "CRITICAL" TO ALERT-SEVERITY
                           MOVE SUM-PROGRAM-NAME TO ALERT-PROGRAM
                           MOVE "COLZBAT" TO ALERT-SOURCE
                           MOVE SPACES TO ALERT-MESSAGE
                           STRING "STEP FAILED, NO RUN-LOG RECORD, RC"
                               DELIMITED BY SIZE
                               SUM-RC DELIMITED BY SIZE
                               INTO ALERT-MESSAGE
                           PERFORM WRITE-ALERT-RECORD
                           ADD 1 TO STEP-ALERTS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-SUMMARY-RECORD.

      * An exception still new after RUNCTL ALERT-AGE-DAYS is alerted
      * every time this runs until someone acknowledges it.
       SCAN-EXCEPTIONS.
           MOVE 'N' TO EOF-SWITCH.
           OPEN INPUT EXCEPT-FILE.
           IF EXCEPT-FILE-STATUS = "00"
               PERFORM READ-NEXT-EXCEPT-RECORD
               PERFORM CHECK-ONE-EXCEPTION UNTIL NO-MORE-RECORDS
               CLOSE EXCEPT-FILE
           ELSE
               DISPLAY "ALERTEXT: EXCEPT.DAT NOT AVAILABLE, STATUS = "
                   EXCEPT-FILE-STATUS
           END-IF.

       CHECK-ONE-EXCEPTION.
           IF EXR-DISP-NEW
               COMPUTE RUN-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (EXR-RUN-DATE)
               COMPUTE DAYS-OPEN = TODAY-INTEGER - RUN-DATE-INTEGER
               IF DAYS-OPEN > RUNCTL-ALERT-AGE-DAYS
                   MOVE DAYS-OPEN TO DAYS-OPEN-TEXT
                   MOVE "MINOR" TO ALERT-SEVERITY
                   MOVE EXR-PROGRAM-NAME TO ALERT-PROGRAM
                   MOVE "EXCEPT" TO ALERT-SOURCE
                   MOVE SPACES TO ALERT-MESSAGE
                   STRING "NEW " DELIMITED BY SIZE
                       DAYS-OPEN-TEXT DELIMITED BY SIZE
                       " DAYS, RECORD " DELIMITED BY SIZE
                       EXR-RECORD-NUMBER DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXR-REASON-CODE DELIMITED BY SPACE
                       INTO ALERT-MESSAGE
                   PERFORM WRITE-ALERT-RECORD
                   ADD 1 TO EXCEPTION-ALERTS
               END-IF
           END-IF.
           PERFORM READ-NEXT-EXCEPT-RECORD.

       WRITE-ALERT-RECORD.
           MOVE WS-CURRENT-DATE TO ALR-ALERT-DATE.
           MOVE WS-CURRENT-TIME TO ALR-ALERT-TIME.
           MOVE ALERT-SEVERITY TO ALR-SEVERITY.
           MOVE ALERT-PROGRAM TO ALR-PROGRAM-NAME.
           MOVE ALERT-SOURCE TO ALR-SOURCE.
           MOVE ALERT-MESSAGE TO ALR-MESSAGE.
           MOVE SPACE TO ALR-SEP-1.
           MOVE SPACE TO ALR-SEP-2.
           MOVE SPACE TO ALR-SEP-3.
           MOVE SPACE TO ALR-SEP-4.
           MOVE SPACE TO ALR-SEP-5.
           WRITE ALERT-RECORD.
           ADD 1 TO ALERTS-WRITTEN.

       READ-NEXT-LOG-RECORD.
           READ RUN-LOG-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.

       READ-NEXT-SUMMARY-RECORD.
           READ SUMMARY-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.

       READ-NEXT-EXCEPT-RECORD.
           READ EXCEPT-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.
       END PROGRAM ALERTEXT.
