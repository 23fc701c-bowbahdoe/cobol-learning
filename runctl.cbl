       77  SAVED-AUDIT-SWITCH PICTURE X.
       77  SAVED-RETENTION-DAYS PICTURE 9(4).
       77  SAVED-ELAPSED-LIMIT PICTURE 9(4).
       77  SAVED-ALERT-AGE-DAYS PICTURE 9(4).

       LINKAGE SECTION.
       COPY runctl.
           MOVE SAVED-AUDIT-SWITCH TO RUNCTL-AUDIT-SWITCH.
           MOVE SAVED-RETENTION-DAYS TO RUNCTL-RETENTION-DAYS.
           MOVE SAVED-ELAPSED-LIMIT TO RUNCTL-ELAPSED-LIMIT.
           MOVE SAVED-ALERT-AGE-DAYS TO RUNCTL-ALERT-AGE-DAYS.
           GOBACK.

       LOAD-CONTROL-FILE.
           MOVE 'Y' TO SAVED-AUDIT-SWITCH.
           MOVE 0090 TO SAVED-RETENTION-DAYS.
           MOVE 0600 TO SAVED-ELAPSED-LIMIT.
           MOVE 0003 TO SAVED-ALERT-AGE-DAYS.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
               PERFORM READ-NEXT-RECORD
                           DISPLAY "RUNCTL: BAD VALUE FOR " RCF-KEYWORD
                       END-IF
                   ELSE
                   IF RCF-KEYWORD = "ALERT-AGE-DAYS"
                       IF RCF-VALUE-NUM IS NUMERIC
                           MOVE RCF-VALUE-NUM TO SAVED-ALERT-AGE-DAYS
                       ELSE
                           DISPLAY "RUNCTL: BAD VALUE FOR " RCF-KEYWORD
                       END-IF
                   ELSE
                   IF RCF-KEYWORD = "TRACE"
                       PERFORM APPLY-TRACE-KEYWORD
                   ELSE
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-RECORD.
