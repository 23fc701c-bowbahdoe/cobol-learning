           05  EXR-DISPOSITION   PICTURE X.
           05  EXR-SEP-6         PICTURE X(01).
           05  EXR-DISP-DATE     PICTURE 9(8).
           05  EXR-SEP-7         PICTURE X(01).
           05  EXR-DISP-OPERATOR PICTURE X(8).

       WORKING-STORAGE SECTION.
       77  EOF-SWITCH PICTURE X VALUE 'N'.
       77  PEAK-VALUE-OUT PICTURE 9(9).
       77  RECENT-SUB PICTURE 9(2).
       77  RECENT-SHOWN PICTURE 9(2).
       77  SIGN-ON-SWITCH PICTURE X VALUE 'N'.
           88 OPERATOR-IS-SIGNED-ON VALUE 'Y'.
       77  SIGN-ON-ATTEMPTS PICTURE 9 VALUE ZERO.
       77  SIGNED-ON-OPERATOR PICTURE X(8) VALUE SPACES.
       77  PATH-EOF-SWITCH PICTURE X.
           88 NO-MORE-PATH VALUE 'Y'.
       77  PATH-RETAINED-SWITCH PICTURE X.
           88 PATH-NOT-RETAINED VALUE 'N'.
       77  PATH-MARKER-STEPS PICTURE 9(9).
       77  PATH-POSITIONS-SHOWN PICTURE 9(5).
       77  PATH-NEXT-POSITION PICTURE 9(5).
       77  PATH-GAP-END PICTURE 9(5).
       77  PAGE-LINES-SHOWN PICTURE 9(2).
       77  PAGE-REPLY PICTURE X.
       77  INQUIRY-VALUE PICTURE 9(9).
       77  XREF-EOF-SWITCH PICTURE X.
           88 NO-MORE-XREF VALUE 'Y'.
       77  XREF-ENTRIES-SHOWN PICTURE 9(9).
       COPY numutil.
       COPY operauth.
       COPY auditlog.
       COPY colzmst.
       COPY colzseq.
       COPY colzxref.
       COPY runlog.

       01  RECENT-TABLE.
           SET COLZMST-FN-OPEN TO TRUE.
           PERFORM CALL-MASTER.
           DISPLAY "COLZINQ: COLLATZ INQUIRY CONSOLE".
           PERFORM SIGN-ON-OPERATOR
               UNTIL OPERATOR-IS-SIGNED-ON OR SIGN-ON-ATTEMPTS = 3.
           IF OPERATOR-IS-SIGNED-ON
               PERFORM SHOW-MENU-AND-ACT UNTIL OPERATOR-IS-DONE
           END-IF.
           SET COLZMST-FN-CLOSE TO TRUE.
           PERFORM CALL-MASTER.
           SET COLZSEQ-FN-CLOSE TO TRUE.
           PERFORM CALL-SEQ-STORE.
           SET COLZXRF-FN-CLOSE TO TRUE.
           PERFORM CALL-CROSS-REFERENCE.
           MOVE INQUIRIES-MADE TO RUNLOG-RECORDS-READ.
           MOVE COMPUTES-MADE TO RUNLOG-RECORDS-PROCESSED.
           MOVE ZERO TO RUNLOG-EXCEPTION-COUNT.
           IF OPERATOR-IS-SIGNED-ON
               SET RUNLOG-STATUS-CLEAN TO TRUE
           ELSE
               DISPLAY "COLZINQ: SIGN-ON FAILED, SESSION ENDED"
               SET RUNLOG-STATUS-FAILED TO TRUE
           END-IF.
           SET RUNLOG-FN-END TO TRUE.
           PERFORM CALL-RUN-LOG.
           IF NOT OPERATOR-IS-SIGNED-ON
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "COLZINQ: END OF SESSION".
           STOP RUN.

      * Every session starts with an operator ID from the operator
      * table. Three unknown IDs end the session; each attempt is
      * written to the audit log so sign-on failures can be traced.
       SIGN-ON-OPERATOR.
           ADD 1 TO SIGN-ON-ATTEMPTS.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT OPERAUTH-OPERATOR-ID.
           SET OPERAUTH-NEEDS-INQUIRY TO TRUE.
           CALL "OPERAUTH" USING OPERAUTH-PARAMS.
           MOVE SPACES TO AUDIT-INPUT-TEXT.
           STRING "SIGN-ON " OPERAUTH-OPERATOR-ID DELIMITED BY SIZE
               INTO AUDIT-INPUT-TEXT.
           IF OPERAUTH-AUTHORIZED
               SET OPERATOR-IS-SIGNED-ON TO TRUE
               MOVE OPERAUTH-OPERATOR-ID TO SIGNED-ON-OPERATOR
               MOVE "ACCEPTED" TO AUDIT-RESULT-TEXT
               DISPLAY "COLZINQ: SIGNED ON AS " OPERAUTH-OPERATOR-NAME
           ELSE
               MOVE "REFUSED" TO AUDIT-RESULT-TEXT
               DISPLAY "COLZINQ: OPERATOR ID '" OPERAUTH-OPERATOR-ID
                   "' NOT RECOGNIZED"
           END-IF.
           PERFORM CALL-AUDIT-LOG.

       CALL-AUDIT-LOG.
           MOVE "COLZINQ " TO AUDIT-PROGRAM-NAME.
           CALL "AUDITLOG" USING AUDIT-PROGRAM-NAME, AUDIT-INPUT-TEXT,
               AUDIT-RESULT-TEXT.

       CALL-RUN-LOG.
           CALL "RUNLOG" USING RUNLOG-FUNCTION, RUNLOG-PROGRAM-NAME,
               RUNLOG-COUNTS, RUNLOG-FINAL-STATUS.
           DISPLAY "1 = LOOK UP AN N VALUE".
           DISPLAY "2 = RECENT AUDIT LOG ENTRIES BY PROGRAM".
           DISPLAY "3 = RECENT EXCEPTIONS BY PROGRAM".
           DISPLAY "4 = STORED PATH OF AN N VALUE".
           DISPLAY "5 = START N VALUES THAT REACH A VALUE".
           DISPLAY "9 = END SESSION".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.
                   IF MENU-CHOICE = '3'
                       PERFORM LIST-RECENT-EXCEPTIONS
                   ELSE
                       IF MENU-CHOICE = '4'
                           PERFORM INQUIRE-ONE-PATH
                       ELSE
                           IF MENU-CHOICE = '5'
                               PERFORM INQUIRE-ONE-VALUE
                           ELSE
                               IF MENU-CHOICE = '9'
                                   SET OPERATOR-IS-DONE TO TRUE
                               ELSE
                                   DISPLAY "COLZINQ: CHOICE '"
                                       MENU-CHOICE "' NOT RECOGNIZED"
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           MOVE INQUIRY-N TO COLZMST-N.
           PERFORM CALL-MASTER.
           IF COLZMST-FOUND AND COLZMST-PEAK > ZERO
                   AND (COLZMST-STOPPING-TIME > ZERO
                       OR COLZMST-STEPS = ZERO
                       OR COLZMST-RESULT-OVERFLOW)
               DISPLAY "N=" COLZMST-N " STEPS=" COLZMST-STEPS
                   " PEAK=" COLZMST-PEAK
                   " STATUS=" COLZMST-RESULT-STATUS
                   " (FROM MASTER)"
               IF COLZMST-RESULT-OK
                   DISPLAY "  3N+1 STEPS=" COLZMST-ODD-STEPS
                       " HALVING STEPS=" COLZMST-EVEN-STEPS
                       " STOPPING TIME=" COLZMST-STOPPING-TIME
               END-IF
           ELSE
               PERFORM CHECK-COMPUTE-AUTHORITY
               IF OPERAUTH-AUTHORIZED
                   PERFORM COMPUTE-ON-DEMAND
               ELSE
                   DISPLAY "N=" INQUIRY-N " NOT ON MASTER, MASTER "
                       "MAINTENANCE AUTHORITY NEEDED TO COMPUTE"
               END-IF
           END-IF.

      * A compute writes to the master, so it needs master
      * maintenance authority rather than just inquiry.
       CHECK-COMPUTE-AUTHORITY.
           MOVE SIGNED-ON-OPERATOR TO OPERAUTH-OPERATOR-ID.
           SET OPERAUTH-NEEDS-MAINTENANCE TO TRUE.
           CALL "OPERAUTH" USING OPERAUTH-PARAMS.

       COMPUTE-ON-DEMAND.
           ADD 1 TO COMPUTES-MADE.
           MOVE INQUIRY-N TO NUMUTIL-N-INT.
           CALL "COLZPEAK" USING NUMUTIL-N-INT, NUMUTIL-RESULT-INT,
               NUMUTIL-STATUS, PEAK-VALUE-OUT,
               NUMUTIL-COLLATZ-METRICS.
           SET COLZMST-FN-WRITE TO TRUE.
           MOVE INQUIRY-N TO COLZMST-N.
           MOVE NUMUTIL-RESULT-INT TO COLZMST-STEPS.
           MOVE PEAK-VALUE-OUT TO COLZMST-PEAK.
           MOVE NUMUTIL-STATUS TO COLZMST-RESULT-STATUS.
           MOVE NUMUTIL-COLLATZ-METRICS TO COLZMST-METRICS.
           PERFORM CALL-MASTER.
           IF NUMUTIL-STATUS-OVERFLOW
               DISPLAY "N=" INQUIRY-N
           ELSE
               DISPLAY "N=" INQUIRY-N " STEPS=" NUMUTIL-RESULT-INT
                   " PEAK=" PEAK-VALUE-OUT " (COMPUTED)"
               DISPLAY "  3N+1 STEPS=" NUMUTIL-ODD-STEPS
                   " HALVING STEPS=" NUMUTIL-EVEN-STEPS
                   " STOPPING TIME=" NUMUTIL-STOPPING-TIME
           END-IF.
           MOVE SPACES TO AUDIT-INPUT-TEXT.
           STRING "COMPUTE N=" INQUIRY-N DELIMITED BY SIZE
               INTO AUDIT-INPUT-TEXT.
           MOVE SPACES TO AUDIT-RESULT-TEXT.
           STRING "BY " SIGNED-ON-OPERATOR " STATUS=" NUMUTIL-STATUS
               DELIMITED BY SIZE INTO AUDIT-RESULT-TEXT.
           PERFORM CALL-AUDIT-LOG.

       INQUIRE-ONE-PATH.
           DISPLAY "N VALUE: " WITH NO ADVANCING.
           ACCEPT INQUIRY-N-TEXT.
           PERFORM JUSTIFY-INQUIRY-ENTRY.
           IF INQUIRY-N-TEXT IS NOT NUMERIC
               DISPLAY "COLZINQ: '" INQUIRY-N-TEXT "' IS NOT NUMERIC"
           ELSE
               MOVE INQUIRY-N-TEXT TO INQUIRY-N
               IF INQUIRY-N = ZERO
                   DISPLAY "COLZINQ: N MUST BE GREATER THAN ZERO"
               ELSE
                   ADD 1 TO INQUIRIES-MADE
                   PERFORM SHOW-STORED-PATH
               END-IF
           END-IF.

      * A path COLZSRET did not retain has a marker record holding
      * its step count; whatever positions were kept either side of
      * the gap are still shown, with the gap marked.
       SHOW-STORED-PATH.
           MOVE 'Y' TO PATH-RETAINED-SWITCH.
           MOVE INQUIRY-N TO COLZSEQ-START-N.
           SET COLZSEQ-RETENTION-MARKER TO TRUE.
           SET COLZSEQ-FN-READ TO TRUE.
           PERFORM CALL-SEQ-STORE.
           IF COLZSEQ-FOUND
               SET PATH-NOT-RETAINED TO TRUE
               MOVE COLZSEQ-VALUE TO PATH-MARKER-STEPS
           END-IF.
           MOVE ZERO TO PATH-POSITIONS-SHOWN.
           MOVE ZERO TO PATH-NEXT-POSITION.
           MOVE ZERO TO PAGE-LINES-SHOWN.
           MOVE 'N' TO PATH-EOF-SWITCH.
           MOVE INQUIRY-N TO COLZSEQ-START-N.
           MOVE ZERO TO COLZSEQ-POSITION.
           SET COLZSEQ-FN-START TO TRUE.
           PERFORM CALL-SEQ-STORE.
           IF COLZSEQ-FOUND
               PERFORM READ-NEXT-PATH-POSITION
           ELSE
               SET NO-MORE-PATH TO TRUE
           END-IF.
           PERFORM SHOW-ONE-PATH-POSITION UNTIL NO-MORE-PATH.
           IF PATH-NOT-RETAINED
               DISPLAY "N=" INQUIRY-N " PATH NOT RETAINED, STEPS="
                   PATH-MARKER-STEPS
           ELSE
               IF PATH-POSITIONS-SHOWN = ZERO
                   DISPLAY "N=" INQUIRY-N " HAS NO STORED PATH"
               ELSE
                   DISPLAY "N=" INQUIRY-N " " PATH-POSITIONS-SHOWN
                       " POSITIONS STORED"
               END-IF
           END-IF.

       SHOW-ONE-PATH-POSITION.
           IF COLZSEQ-POSITION NOT = PATH-NEXT-POSITION
               COMPUTE PATH-GAP-END = COLZSEQ-POSITION - 1
               DISPLAY "  ... POSITIONS " PATH-NEXT-POSITION " TO "
                   PATH-GAP-END " NOT RETAINED"
           END-IF.
           DISPLAY "  POSITION " COLZSEQ-POSITION " VALUE "
               COLZSEQ-VALUE.
           ADD 1 TO PATH-POSITIONS-SHOWN.
           COMPUTE PATH-NEXT-POSITION = COLZSEQ-POSITION + 1.
           ADD 1 TO PAGE-LINES-SHOWN.
           IF PAGE-LINES-SHOWN = 20
               MOVE ZERO TO PAGE-LINES-SHOWN
               DISPLAY "ENTER TO CONTINUE, Q TO STOP: "
                   WITH NO ADVANCING
               MOVE SPACE TO PAGE-REPLY
               ACCEPT PAGE-REPLY
               IF PAGE-REPLY = 'Q' OR PAGE-REPLY = 'q'
                   SET NO-MORE-PATH TO TRUE
               END-IF
           END-IF.
           IF NOT NO-MORE-PATH
               PERFORM READ-NEXT-PATH-POSITION
           END-IF.

       READ-NEXT-PATH-POSITION.
           SET COLZSEQ-FN-NEXT TO TRUE.
           PERFORM CALL-SEQ-STORE.
           IF NOT COLZSEQ-FOUND
               SET NO-MORE-PATH TO TRUE
           ELSE
               IF COLZSEQ-START-N NOT = INQUIRY-N
                       OR COLZSEQ-RETENTION-MARKER
                   SET NO-MORE-PATH TO TRUE
               END-IF
           END-IF.

       INQUIRE-ONE-VALUE.
           DISPLAY "VALUE: " WITH NO ADVANCING.
           ACCEPT INQUIRY-N-TEXT.
           PERFORM JUSTIFY-INQUIRY-ENTRY.
           IF INQUIRY-N-TEXT IS NOT NUMERIC
               DISPLAY "COLZINQ: '" INQUIRY-N-TEXT "' IS NOT NUMERIC"
           ELSE
               MOVE INQUIRY-N-TEXT TO INQUIRY-VALUE
               IF INQUIRY-VALUE = ZERO
                   DISPLAY "COLZINQ: VALUE MUST BE GREATER THAN ZERO"
               ELSE
                   ADD 1 TO INQUIRIES-MADE
                   PERFORM SHOW-REACHING-START-NS
               END-IF
           END-IF.

      * The cross-reference is built from the sequence store by
      * COLZXBLD, so it holds only the paths and positions that were
      * on the store at its last run.
       SHOW-REACHING-START-NS.
           MOVE ZERO TO XREF-ENTRIES-SHOWN.
           MOVE ZERO TO PAGE-LINES-SHOWN.
           MOVE 'N' TO XREF-EOF-SWITCH.
           MOVE INQUIRY-VALUE TO COLZXRF-VALUE.
           MOVE ZERO TO COLZXRF-START-N.
           SET COLZXRF-FN-START TO TRUE.
           PERFORM CALL-CROSS-REFERENCE.
           IF COLZXRF-FOUND
               PERFORM READ-NEXT-XREF-ENTRY
           ELSE
               SET NO-MORE-XREF TO TRUE
           END-IF.
           PERFORM SHOW-ONE-XREF-ENTRY UNTIL NO-MORE-XREF.
           IF COLZXRF-OPEN-ERROR
               DISPLAY "COLZINQ: VALUE CROSS-REFERENCE NOT AVAILABLE"
           ELSE
               IF XREF-ENTRIES-SHOWN = ZERO
                   DISPLAY "VALUE " INQUIRY-VALUE
                       " IS NOT ON ANY INDEXED PATH"
               ELSE
                   DISPLAY "VALUE " INQUIRY-VALUE " "
                       XREF-ENTRIES-SHOWN " START N VALUES SHOWN"
               END-IF
           END-IF.

       SHOW-ONE-XREF-ENTRY.
           DISPLAY "  START N " COLZXRF-START-N " AT POSITION "
               COLZXRF-POSITION.
           ADD 1 TO XREF-ENTRIES-SHOWN.
           ADD 1 TO PAGE-LINES-SHOWN.
           IF PAGE-LINES-SHOWN = 20
               MOVE ZERO TO PAGE-LINES-SHOWN
               DISPLAY "ENTER TO CONTINUE, Q TO STOP: "
                   WITH NO ADVANCING
               MOVE SPACE TO PAGE-REPLY
               ACCEPT PAGE-REPLY
               IF PAGE-REPLY = 'Q' OR PAGE-REPLY = 'q'
                   SET NO-MORE-XREF TO TRUE
               END-IF
           END-IF.
           IF NOT NO-MORE-XREF
               PERFORM READ-NEXT-XREF-ENTRY
           END-IF.

       READ-NEXT-XREF-ENTRY.
           SET COLZXRF-FN-NEXT TO TRUE.
           PERFORM CALL-CROSS-REFERENCE.
           IF NOT COLZXRF-FOUND
               SET NO-MORE-XREF TO TRUE
           ELSE
               IF COLZXRF-VALUE NOT = INQUIRY-VALUE
                   SET NO-MORE-XREF TO TRUE
               END-IF
           END-IF.

       LIST-RECENT-AUDIT.
           DISPLAY RCT-LINE (RECENT-SUB).

       CALL-MASTER.
           MOVE "COLZINQ " TO COLZMST-CALLER.
           CALL "COLZMSTR" USING COLZMST-FUNCTION, COLZMST-N,
               COLZMST-STEPS, COLZMST-PEAK, COLZMST-RESULT-STATUS,
               COLZMST-RETURN, COLZMST-CALLER, COLZMST-METRICS.

       CALL-SEQ-STORE.
           CALL "COLZSEQS" USING COLZSEQ-FUNCTION, COLZSEQ-START-N,
               COLZSEQ-POSITION, COLZSEQ-VALUE, COLZSEQ-RETURN.

       CALL-CROSS-REFERENCE.
           CALL "COLZXREF" USING COLZXRF-FUNCTION, COLZXRF-VALUE,
               COLZXRF-START-N, COLZXRF-POSITION, COLZXRF-RETURN.

       READ-NEXT-AUDIT.
           READ AUDIT-FILE
