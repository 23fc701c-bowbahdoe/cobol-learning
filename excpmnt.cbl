           SELECT WORK-FILE ASSIGN TO "EXCEPTW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "EXCPMREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  ETR-NEW-DISP      PICTURE X.
               88  ETR-DISP-ACKNOWLEDGED VALUE 'A'.
               88  ETR-DISP-RESOLVED     VALUE 'R'.
           05  ETR-SEP-4         PICTURE X(01).
           05  ETR-OPERATOR-ID   PICTURE X(8).

       FD  EXCEPT-FILE.
       01  EXCEPT-RECORD.
               88  EXR-DISP-RESOLVED     VALUE 'R'.
           05  EXR-SEP-6         PICTURE X(01).
           05  EXR-DISP-DATE     PICTURE 9(8).
           05  EXR-SEP-7         PICTURE X(01).
           05  EXR-DISP-OPERATOR PICTURE X(8).

       FD  WORK-FILE.
       01  WORK-RECORD PICTURE X(67).

       FD  REJECT-FILE.
       01  REJECT-RECORD PICTURE X(80).

       WORKING-STORAGE SECTION.
       77  EOF-SWITCH PICTURE X VALUE 'N'.
       77  TRANS-BAD PICTURE 9(9) VALUE ZERO.
       77  RECORDS-UPDATED PICTURE 9(9) VALUE ZERO.
       77  TRANS-UNMATCHED PICTURE 9(9) VALUE ZERO.
       77  TRANS-REFUSED PICTURE 9(9) VALUE ZERO.
       77  TRN-SUB PICTURE 9(3).
       77  MATCH-SUB PICTURE 9(3).
       COPY operauth.

       01  TRANS-TABLE.
           05  TRN-ENTRY-COUNT PICTURE 9(3) VALUE ZERO.
               10  TRN-PROGRAM-NAME  PICTURE X(8).
               10  TRN-RECORD-NUMBER PICTURE 9(9).
               10  TRN-NEW-DISP      PICTURE X.
               10  TRN-OPERATOR-ID   PICTURE X(8).
               10  TRN-APPLIED       PICTURE X.
                   88  TRN-WAS-APPLIED VALUE 'Y'.

       01  REJECT-HEADER-LINE.
           05  FILLER PICTURE X(80) VALUE
               "EXCEPTION TRANSACTIONS REFUSED FOR OPERATOR AUTHORITY".

       01  REJECT-DETAIL-LINE.
           05  RDL-TRANSACTION PICTURE X(46).
           05  FILLER PICTURE X(02) VALUE SPACES.
           05  RDL-REASON PICTURE X(32).

       PROCEDURE DIVISION.
           PERFORM BEGIN.
       BEGIN.
           DISPLAY "EXCPMNT: " TRANS-READ " TRANSACTIONS READ, "
               RECORDS-UPDATED " EXCEPTIONS UPDATED, "
               TRANS-UNMATCHED " UNMATCHED, "
               TRANS-BAD " REJECTED, "
               TRANS-REFUSED " REFUSED".
           IF TRANS-UNMATCHED > ZERO OR TRANS-BAD > ZERO
                   OR TRANS-REFUSED > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           WRITE REJECT-RECORD FROM REJECT-HEADER-LINE.
           PERFORM READ-NEXT-TRANS.
           PERFORM LOAD-ONE-TRANS UNTIL NO-MORE-RECORDS.
           CLOSE TRANS-FILE.
           CLOSE REJECT-FILE.

       LOAD-ONE-TRANS.
           ADD 1 TO TRANS-READ.
                       AND NOT ETR-DISP-RESOLVED)
               DISPLAY "EXCPMNT: BAD TRANSACTION " TRANS-RECORD
               ADD 1 TO TRANS-BAD
           ELSE
               PERFORM CHECK-TRANS-OPERATOR
           END-IF.
           PERFORM READ-NEXT-TRANS.

      * Changing a disposition needs exception authority; anything
      * else goes to the refusal report and is not applied.
       CHECK-TRANS-OPERATOR.
           MOVE ETR-OPERATOR-ID TO OPERAUTH-OPERATOR-ID.
           SET OPERAUTH-NEEDS-EXCEPTION TO TRUE.
           CALL "OPERAUTH" USING OPERAUTH-PARAMS.
           IF NOT OPERAUTH-AUTHORIZED
               MOVE TRANS-RECORD TO RDL-TRANSACTION
               IF OPERAUTH-UNKNOWN
                   MOVE "UNKNOWN OPERATOR" TO RDL-REASON
               ELSE
                   MOVE "NOT AUTHORIZED FOR DISPOSITIONS" TO RDL-REASON
               END-IF
               WRITE REJECT-RECORD FROM REJECT-DETAIL-LINE
               ADD 1 TO TRANS-REFUSED
           ELSE
               IF TRN-ENTRY-COUNT < 200
                   ADD 1 TO TRN-ENTRY-COUNT
                       TO TRN-RECORD-NUMBER (TRN-ENTRY-COUNT)
                   MOVE ETR-NEW-DISP
                       TO TRN-NEW-DISP (TRN-ENTRY-COUNT)
                   MOVE ETR-OPERATOR-ID
                       TO TRN-OPERATOR-ID (TRN-ENTRY-COUNT)
                   MOVE 'N' TO TRN-APPLIED (TRN-ENTRY-COUNT)
               ELSE
                   DISPLAY "EXCPMNT: TRANSACTION TABLE FULL, "
                   ADD 1 TO TRANS-BAD
               END-IF
           END-IF.

       APPLY-TRANSACTIONS.
           MOVE 'N' TO EOF-SWITCH.
               MOVE SPACE TO EXR-SEP-5
               MOVE SPACE TO EXR-SEP-6
               MOVE WS-CURRENT-DATE TO EXR-DISP-DATE
               MOVE SPACE TO EXR-SEP-7
               MOVE TRN-OPERATOR-ID (MATCH-SUB) TO EXR-DISP-OPERATOR
               MOVE 'Y' TO TRN-APPLIED (MATCH-SUB)
               ADD 1 TO RECORDS-UPDATED
           END-IF.
