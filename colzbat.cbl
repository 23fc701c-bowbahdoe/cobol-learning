       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "COLZCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT PLAN-FILE ASSIGN TO "COLZPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One run-calendar rule per record. The rule type says when
      * the member runs: D every run date, W on the weekday named
      * in CAL-RULE-WHEN (MON .. SUN), M on the last day of the
      * month, H on the date in CAL-RULE-WHEN (YYYYMMDD). A holiday
      * record with no program suppresses the daily set on that
      * date; one that names a program adds it for that date only.
      * Records are run in file order; '*' in column 1 is a comment.
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-RULE-TYPE    PICTURE X.
               88  CAL-RULE-DAILY     VALUE 'D'.
               88  CAL-RULE-WEEKLY    VALUE 'W'.
               88  CAL-RULE-MONTH-END VALUE 'M'.
               88  CAL-RULE-HOLIDAY   VALUE 'H'.
               88  CAL-RULE-COMMENT   VALUE '*' ' '.
           05  CAL-SEP-1        PICTURE X(01).
           05  CAL-RULE-WHEN    PICTURE X(8).
           05  CAL-RULE-DATE REDEFINES CAL-RULE-WHEN PICTURE 9(8).
           05  CAL-SEP-2        PICTURE X(01).
           05  CAL-PROGRAM-NAME PICTURE X(8).
           05  CAL-SEP-3        PICTURE X(01).
           05  CAL-DEPEND-NAME  PICTURE X(8).
           05  CAL-SEP-4        PICTURE X(01).
           05  CAL-FAIL-ACTION  PICTURE X.

       FD  PLAN-FILE.
       01  PLAN-RECORD.
           05  PLN-PROGRAM-NAME PICTURE X(8).
       77  EOF-SWITCH PICTURE X VALUE 'N'.
           88 NO-MORE-RECORDS VALUE 'Y'.
       77  PLAN-FILE-STATUS PICTURE XX.
       77  CALENDAR-FILE-STATUS PICTURE XX.
       77  RUN-LOG-FILE-STATUS PICTURE XX.
       77  HALT-SWITCH PICTURE X VALUE 'N'.
           88 PLAN-IS-HALTED VALUE 'Y'.
       77  STEP-SUB PICTURE 9(3).
       77  DEPEND-SUB PICTURE 9(3).
       77  MATCH-SUB PICTURE 9(3).
       77  PRINT-SUB PICTURE 9(3).
       77  STEP-RC PICTURE S9(4) VALUE ZERO.
       77  LOG-COUNT-BEFORE PICTURE 9(9) VALUE ZERO.
       77  LOG-COUNT-AFTER PICTURE 9(9) VALUE ZERO.
       77  STEPS-COMPLETED PICTURE 9(9) VALUE ZERO.
       77  STEPS-FAILED PICTURE 9(9) VALUE ZERO.
       77  STEPS-SKIPPED PICTURE 9(9) VALUE ZERO.
       77  STEPS-RESUMING PICTURE 9(9) VALUE ZERO.
       77  PLAN-SOURCE-SWITCH PICTURE X VALUE 'P'.
           88 PLAN-FROM-PLAN-FILE VALUE 'P'.
           88 PLAN-FROM-CALENDAR  VALUE 'C'.
       77  HOLIDAY-SWITCH PICTURE X VALUE 'N'.
           88 RUN-DATE-IS-HOLIDAY VALUE 'Y'.
       77  MONTH-END-SWITCH PICTURE X VALUE 'N'.
           88 RUN-DATE-IS-MONTH-END VALUE 'Y'.
       77  RUN-DATE PICTURE 9(8).
       77  RUN-TIME PICTURE 9(8).
       77  RUN-DAY-INTEGER PICTURE 9(7).
       77  NEXT-DATE PICTURE 9(8).
       77  RUN-WEEKDAY PICTURE 9.
       77  RULE-WEEKDAY PICTURE 9.
       77  WEEKDAY-SUB PICTURE 9.
       77  CALENDAR-RECORD-NUMBER PICTURE 9(5) VALUE ZERO.
       77  CALENDAR-ERRORS PICTURE 9(5) VALUE ZERO.
       77  SELECTED-PROGRAM PICTURE X(8).
       77  SELECTED-DEPEND PICTURE X(8).
       77  SELECTED-ACTION PICTURE X.
       77  SELECTED-RULE PICTURE X(10).
       COPY runlog.

      * Weekday 1 is Monday, matching INTEGER-OF-DATE day 1.
       01  WEEKDAY-NAME-VALUES.
           05  FILLER PICTURE X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01  WEEKDAY-NAME-TABLE REDEFINES WEEKDAY-NAME-VALUES.
           05  WEEKDAY-NAME PICTURE X(3) OCCURS 7 TIMES.

       01  STEP-TABLE.
           05  STEP-ENTRY-COUNT PICTURE 9(3) VALUE ZERO.
           05  STEP-ENTRY OCCURS 50 TIMES.
                   88  STP-EXCEPTIONS VALUE 'E'.
                   88  STP-FAILED     VALUE 'F'.
                   88  STP-SKIPPED    VALUE 'K'.
                   88  STP-RESUMING   VALUE 'R'.
               10  STP-RETURN-CODE  PICTURE S9(4).
               10  STP-LOG-STATUS   PICTURE X(10).
               10  STP-RULE         PICTURE X(10).

       01  SUMMARY-HEADER-LINE.
           05  FILLER PICTURE X(80) VALUE
               "BATCH SEQUENCER END-OF-JOB SUMMARY".

       01  SUMMARY-RUN-LINE.
           05  FILLER PICTURE X(10) VALUE "RUN DATE: ".
           05  SRL-RUN-DATE PICTURE 9(8).
           05  FILLER PICTURE X(01) VALUE SPACE.
           05  SRL-RUN-TIME PICTURE 9(8).
           05  FILLER PICTURE X(02) VALUE SPACES.
           05  SRL-WEEKDAY PICTURE X(3).
           05  FILLER PICTURE X(13) VALUE "  MONTH-END: ".
           05  SRL-MONTH-END PICTURE X.
           05  FILLER PICTURE X(11) VALUE "  HOLIDAY: ".
           05  SRL-HOLIDAY PICTURE X.
           05  FILLER PICTURE X(08) VALUE "  PLAN: ".
           05  SRL-PLAN-SOURCE PICTURE X(12).
           05  FILLER PICTURE X(02) VALUE SPACES.

       01  SUMMARY-COLUMN-LINE.
           05  FILLER PICTURE X(80) VALUE
               "STEP      ACTION    RC  LOG STATUS  DISPOSITION  RULE".

       01  SUMMARY-DETAIL-LINE.
           05  SDL-PROGRAM-NAME PICTURE X(8).
           05  SDL-LOG-STATUS PICTURE X(10).
           05  FILLER PICTURE X(02) VALUE SPACES.
           05  SDL-DISPOSITION PICTURE X(10).
           05  FILLER PICTURE X(04) VALUE SPACES.
           05  SDL-RULE PICTURE X(10).
           05  FILLER PICTURE X(21) VALUE SPACES.

       01  SUMMARY-TOTAL-LINE.
           05  FILLER PICTURE X(11) VALUE "COMPLETED: ".
           05  STL-FAILED PICTURE ZZZ9.
           05  FILLER PICTURE X(11) VALUE "  SKIPPED: ".
           05  STL-SKIPPED PICTURE ZZZ9.
           05  FILLER PICTURE X(12) VALUE "  RESUMING: ".
           05  STL-RESUMING PICTURE ZZZ9.
           05  FILLER PICTURE X(21) VALUE SPACES.

       01  BLANK-LINE PICTURE X(80) VALUE SPACES.

           PERFORM CALL-RUN-LOG.
           PERFORM LOAD-PLAN.
           IF STEP-ENTRY-COUNT = ZERO
               IF PLAN-FROM-CALENDAR
                   DISPLAY "COLZBAT: NO STEPS SCHEDULED FOR RUN DATE "
                       RUN-DATE
               ELSE
                   DISPLAY "COLZBAT: NO PLAN STEPS, NOTHING TO RUN"
                   PERFORM WRITE-ABORT-SUMMARY
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM RUN-ONE-STEP
               VARYING STEP-SUB FROM 1 BY 1
           IF PLAN-IS-HALTED OR STEPS-FAILED > ZERO
               MOVE 12 TO RETURN-CODE
           ELSE
               IF STEPS-SKIPPED > ZERO OR STEPS-RESUMING > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.

      * The run calendar decides today's plan when COLZCAL.DAT is
      * present; without it the fixed plan in COLZPLAN.DAT is run.
       LOAD-PLAN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           COMPUTE RUN-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (RUN-DATE).
           COMPUTE RUN-WEEKDAY =
               FUNCTION MOD (RUN-DAY-INTEGER - 1, 7) + 1.
           COMPUTE NEXT-DATE =
               FUNCTION DATE-OF-INTEGER (RUN-DAY-INTEGER + 1).
           IF FUNCTION MOD (NEXT-DATE, 100) = 1
               SET RUN-DATE-IS-MONTH-END TO TRUE
           END-IF.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-FILE-STATUS = "00"
               CLOSE CALENDAR-FILE
               PERFORM LOAD-CALENDAR-PLAN
           ELSE
               PERFORM LOAD-PLAN-FILE
           END-IF.

       LOAD-PLAN-FILE.
           OPEN INPUT PLAN-FILE.
           IF PLAN-FILE-STATUS NOT = "00"
               DISPLAY "COLZBAT: COLZPLAN.DAT NOT AVAILABLE, "

       LOAD-ONE-STEP.
           IF PLN-PROGRAM-NAME NOT = SPACES
               MOVE PLN-PROGRAM-NAME TO SELECTED-PROGRAM
               MOVE PLN-DEPEND-NAME TO SELECTED-DEPEND
               MOVE PLN-FAIL-ACTION TO SELECTED-ACTION
               MOVE "PLAN FILE" TO SELECTED-RULE
               PERFORM ADD-PLAN-STEP
           END-IF.
           PERFORM READ-NEXT-PLAN-RECORD.

       ADD-PLAN-STEP.
           IF STEP-ENTRY-COUNT < 50
               ADD 1 TO STEP-ENTRY-COUNT
               MOVE SELECTED-PROGRAM
                   TO STP-PROGRAM-NAME (STEP-ENTRY-COUNT)
               MOVE SELECTED-DEPEND
                   TO STP-DEPEND-NAME (STEP-ENTRY-COUNT)
               MOVE SELECTED-ACTION
                   TO STP-FAIL-ACTION (STEP-ENTRY-COUNT)
               MOVE 'W' TO STP-RESULT (STEP-ENTRY-COUNT)
               MOVE ZERO TO STP-RETURN-CODE (STEP-ENTRY-COUNT)
               MOVE "NONE" TO STP-LOG-STATUS (STEP-ENTRY-COUNT)
               MOVE SELECTED-RULE TO STP-RULE (STEP-ENTRY-COUNT)
           ELSE
               DISPLAY "COLZBAT: PLAN TABLE FULL, STEP '"
                   SELECTED-PROGRAM "' DROPPED"
           END-IF.

      * The calendar is read twice: the first pass checks every rule
      * and finds out whether the run date is a holiday, the second
      * picks the members whose rule falls on the run date.
       LOAD-CALENDAR-PLAN.
           SET PLAN-FROM-CALENDAR TO TRUE.
           MOVE 'N' TO EOF-SWITCH.
           OPEN INPUT CALENDAR-FILE.
           PERFORM READ-NEXT-CALENDAR-RECORD.
           PERFORM CHECK-ONE-CALENDAR-RULE UNTIL NO-MORE-RECORDS.
           CLOSE CALENDAR-FILE.
           IF CALENDAR-ERRORS > ZERO
               DISPLAY "COLZBAT: " CALENDAR-ERRORS
                   " ERRORS IN COLZCAL.DAT, PLAN NOT RUN"
               PERFORM WRITE-ABORT-SUMMARY
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "COLZBAT: RUN DATE " RUN-DATE " "
               WEEKDAY-NAME (RUN-WEEKDAY)
               " MONTH-END " MONTH-END-SWITCH
               " HOLIDAY " HOLIDAY-SWITCH.
           MOVE 'N' TO EOF-SWITCH.
           OPEN INPUT CALENDAR-FILE.
           PERFORM READ-NEXT-CALENDAR-RECORD.
           PERFORM SELECT-ONE-CALENDAR-RULE UNTIL NO-MORE-RECORDS.
           CLOSE CALENDAR-FILE.

       CHECK-ONE-CALENDAR-RULE.
           ADD 1 TO CALENDAR-RECORD-NUMBER.
           IF CAL-RULE-WEEKLY
               PERFORM FIND-RULE-WEEKDAY
               IF RULE-WEEKDAY = ZERO
                   DISPLAY "COLZBAT: CALENDAR RECORD "
                       CALENDAR-RECORD-NUMBER " UNKNOWN WEEKDAY '"
                       CAL-RULE-WHEN "'"
                   ADD 1 TO CALENDAR-ERRORS
               END-IF
           ELSE
               IF CAL-RULE-HOLIDAY
                   IF CAL-RULE-WHEN NOT NUMERIC
                       DISPLAY "COLZBAT: CALENDAR RECORD "
                           CALENDAR-RECORD-NUMBER " BAD HOLIDAY DATE '"
                           CAL-RULE-WHEN "'"
                       ADD 1 TO CALENDAR-ERRORS
                   ELSE
                       IF CAL-RULE-DATE = RUN-DATE
                               AND CAL-PROGRAM-NAME = SPACES
                           SET RUN-DATE-IS-HOLIDAY TO TRUE
                       END-IF
                   END-IF
               ELSE
                   IF NOT CAL-RULE-DAILY AND NOT CAL-RULE-MONTH-END
                           AND NOT CAL-RULE-COMMENT
                       DISPLAY "COLZBAT: CALENDAR RECORD "
                           CALENDAR-RECORD-NUMBER " UNKNOWN RULE TYPE '"
                           CAL-RULE-TYPE "'"
                       ADD 1 TO CALENDAR-ERRORS
                   END-IF
               END-IF
           END-IF.
           IF (CAL-RULE-DAILY OR CAL-RULE-WEEKLY OR CAL-RULE-MONTH-END)
                   AND CAL-PROGRAM-NAME = SPACES
               DISPLAY "COLZBAT: CALENDAR RECORD "
                   CALENDAR-RECORD-NUMBER " HAS NO PROGRAM NAME"
               ADD 1 TO CALENDAR-ERRORS
           END-IF.
           PERFORM READ-NEXT-CALENDAR-RECORD.

       FIND-RULE-WEEKDAY.
           MOVE ZERO TO RULE-WEEKDAY.
           PERFORM MATCH-ONE-WEEKDAY
               VARYING WEEKDAY-SUB FROM 1 BY 1
               UNTIL WEEKDAY-SUB > 7 OR RULE-WEEKDAY > ZERO.

       MATCH-ONE-WEEKDAY.
           IF CAL-RULE-WHEN = WEEKDAY-NAME (WEEKDAY-SUB)
               MOVE WEEKDAY-SUB TO RULE-WEEKDAY
           END-IF.

       SELECT-ONE-CALENDAR-RULE.
           MOVE SPACES TO SELECTED-RULE.
           IF CAL-RULE-DAILY
               IF RUN-DATE-IS-HOLIDAY
                   DISPLAY "COLZBAT: DAILY STEP " CAL-PROGRAM-NAME
                       " NOT RUN, HOLIDAY"
               ELSE
                   MOVE "DAILY" TO SELECTED-RULE
               END-IF
           ELSE
               IF CAL-RULE-WEEKLY
                   PERFORM FIND-RULE-WEEKDAY
                   IF RULE-WEEKDAY = RUN-WEEKDAY
                       STRING "WEEKLY " DELIMITED BY SIZE
                           WEEKDAY-NAME (RUN-WEEKDAY) DELIMITED BY SIZE
                           INTO SELECTED-RULE
                   END-IF
               ELSE
                   IF CAL-RULE-MONTH-END
                       IF RUN-DATE-IS-MONTH-END
                           MOVE "MONTH-END" TO SELECTED-RULE
                       END-IF
                   ELSE
                       IF CAL-RULE-HOLIDAY
                               AND CAL-RULE-DATE = RUN-DATE
                               AND CAL-PROGRAM-NAME NOT = SPACES
                           MOVE "HOLIDAY" TO SELECTED-RULE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF SELECTED-RULE NOT = SPACES
               PERFORM SELECT-CALENDAR-STEP
           END-IF.
           PERFORM READ-NEXT-CALENDAR-RECORD.

      * A member picked by more than one rule (a weekly step that
      * also falls at month-end) runs once, under the first rule.
       SELECT-CALENDAR-STEP.
           MOVE ZERO TO MATCH-SUB.
           PERFORM FIND-SELECTED-STEP
               VARYING DEPEND-SUB FROM 1 BY 1
               UNTIL DEPEND-SUB > STEP-ENTRY-COUNT OR MATCH-SUB > ZERO.
           IF MATCH-SUB > ZERO
               DISPLAY "COLZBAT: STEP " CAL-PROGRAM-NAME
                   " ALREADY SELECTED BY " STP-RULE (MATCH-SUB)
                   ", " SELECTED-RULE " RULE IGNORED"
           ELSE
               MOVE CAL-PROGRAM-NAME TO SELECTED-PROGRAM
               MOVE CAL-DEPEND-NAME TO SELECTED-DEPEND
               MOVE CAL-FAIL-ACTION TO SELECTED-ACTION
               PERFORM ADD-PLAN-STEP
           END-IF.

       FIND-SELECTED-STEP.
           IF STP-PROGRAM-NAME (DEPEND-SUB) = CAL-PROGRAM-NAME
               MOVE DEPEND-SUB TO MATCH-SUB
           END-IF.

       RUN-ONE-STEP.
           IF PLAN-IS-HALTED
                   IF STP-SKIPPED (MATCH-SUB)
                       MOVE 'K' TO STP-RESULT (STEP-SUB)
                   ELSE
                       IF (STP-FAILED (MATCH-SUB)
                               OR STP-RESUMING (MATCH-SUB))
                               AND NOT STP-ACTION-CONTINUE (MATCH-SUB)
                           MOVE 'K' TO STP-RESULT (STEP-SUB)
                       END-IF
           MOVE LOG-COUNT-AFTER TO LOG-COUNT-BEFORE.
           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO STEP-RC.
           PERFORM WRITE-SUMMARY-FILE.
           CALL STP-PROGRAM-NAME (STEP-SUB)
               ON EXCEPTION
                   DISPLAY "COLZBAT: STEP "
           IF LOG-COUNT-AFTER = LOG-COUNT-BEFORE
               MOVE "NONE" TO STP-LOG-STATUS (STEP-SUB)
           END-IF.
           IF STEP-RC = 8
                   AND STP-LOG-STATUS (STEP-SUB) = "STOPPED"
               MOVE 'R' TO STP-RESULT (STEP-SUB)
               ADD 1 TO STEPS-RESUMING
               DISPLAY "COLZBAT: STEP "
                   STP-PROGRAM-NAME (STEP-SUB)
                   " STOPPED AT CHECKPOINT, RESUMES NEXT WINDOW"
           ELSE
               IF STEP-RC > 4
                       OR STP-LOG-STATUS (STEP-SUB) = "FAILED"
                   MOVE 'F' TO STP-RESULT (STEP-SUB)
                   ADD 1 TO STEPS-FAILED
                   IF STP-ACTION-HALT (STEP-SUB)
                       SET PLAN-IS-HALTED TO TRUE
                       DISPLAY "COLZBAT: STEP "
                           STP-PROGRAM-NAME (STEP-SUB)
                           " FAILED, PLAN HALTED"
                   END-IF
               ELSE
                   IF STEP-RC = 4
                           OR STP-LOG-STATUS (STEP-SUB) = "EXCEPTIONS"
                       MOVE 'E' TO STP-RESULT (STEP-SUB)
                   ELSE
                       MOVE 'O' TO STP-RESULT (STEP-SUB)
                   END-IF
                   ADD 1 TO STEPS-COMPLETED
               END-IF
           END-IF.

       COUNT-RUN-LOG-RECORDS.
           PERFORM READ-NEXT-LOG-RECORD.

       PRINT-SUMMARY.
           PERFORM WRITE-SUMMARY-FILE.
           DISPLAY "COLZBAT: " STEPS-COMPLETED " COMPLETED, "
               STEPS-FAILED " FAILED, " STEPS-SKIPPED " SKIPPED, "
               STEPS-RESUMING " TO RESUME".

      * The summary is also rewritten before each step is called, so
      * a step late in the plan (the alert extract) can read how the
      * earlier steps ended. Steps not yet run show as PENDING.
       WRITE-SUMMARY-FILE.
           OPEN OUTPUT SUMMARY-FILE.
           WRITE SUMMARY-RECORD FROM SUMMARY-HEADER-LINE.
           MOVE RUN-DATE TO SRL-RUN-DATE.
           MOVE RUN-TIME TO SRL-RUN-TIME.
           MOVE WEEKDAY-NAME (RUN-WEEKDAY) TO SRL-WEEKDAY.
           MOVE MONTH-END-SWITCH TO SRL-MONTH-END.
           MOVE HOLIDAY-SWITCH TO SRL-HOLIDAY.
           IF PLAN-FROM-CALENDAR
               MOVE "COLZCAL.DAT" TO SRL-PLAN-SOURCE
           ELSE
               MOVE "COLZPLAN.DAT" TO SRL-PLAN-SOURCE
           END-IF.
           WRITE SUMMARY-RECORD FROM SUMMARY-RUN-LINE.
           WRITE SUMMARY-RECORD FROM BLANK-LINE.
           WRITE SUMMARY-RECORD FROM SUMMARY-COLUMN-LINE.
           PERFORM PRINT-ONE-STEP
               VARYING PRINT-SUB FROM 1 BY 1
               UNTIL PRINT-SUB > STEP-ENTRY-COUNT.
           WRITE SUMMARY-RECORD FROM BLANK-LINE.
           MOVE STEPS-COMPLETED TO STL-COMPLETED.
           MOVE STEPS-FAILED TO STL-FAILED.
           MOVE STEPS-SKIPPED TO STL-SKIPPED.
           MOVE STEPS-RESUMING TO STL-RESUMING.
           WRITE SUMMARY-RECORD FROM SUMMARY-TOTAL-LINE.
           CLOSE SUMMARY-FILE.

       PRINT-ONE-STEP.
           MOVE STP-PROGRAM-NAME (PRINT-SUB) TO SDL-PROGRAM-NAME.
           MOVE STP-FAIL-ACTION (PRINT-SUB) TO SDL-ACTION.
           MOVE STP-RETURN-CODE (PRINT-SUB) TO SDL-RC.
           MOVE STP-LOG-STATUS (PRINT-SUB) TO SDL-LOG-STATUS.
           MOVE STP-RULE (PRINT-SUB) TO SDL-RULE.
           IF STP-OK (PRINT-SUB)
               MOVE "COMPLETED" TO SDL-DISPOSITION
           ELSE
               IF STP-EXCEPTIONS (PRINT-SUB)
                   MOVE "EXCEPTIONS" TO SDL-DISPOSITION
               ELSE
                   IF STP-FAILED (PRINT-SUB)
                       MOVE "FAILED" TO SDL-DISPOSITION
                   ELSE
                       IF STP-WAITING (PRINT-SUB)
                           MOVE "PENDING" TO SDL-DISPOSITION
                       ELSE
                           IF STP-RESUMING (PRINT-SUB)
                               MOVE "RESUME" TO SDL-DISPOSITION
                           ELSE
                               MOVE "SKIPPED" TO SDL-DISPOSITION
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF PLAN-IS-HALTED OR STEPS-FAILED > ZERO
               SET RUNLOG-STATUS-FAILED TO TRUE
           ELSE
               IF STEPS-SKIPPED > ZERO OR STEPS-RESUMING > ZERO
                   SET RUNLOG-STATUS-EXCEPTIONS TO TRUE
               ELSE
                   SET RUNLOG-STATUS-CLEAN TO TRUE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.

       READ-NEXT-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.

       READ-NEXT-LOG-RECORD.
           READ RUN-LOG-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
