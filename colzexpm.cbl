               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DELTA-FILE ASSIGN TO "COLZEXPD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "COLZEXPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
      * Each expected answer carries the operator who last blessed
      * it and the date the change was merged.
       01  MASTER-RECORD.
           05  MST-N           PICTURE 9(5).
           05  MST-STEPS       PICTURE 9(5).
           05  MST-OPERATOR-ID PICTURE X(8).
           05  MST-CHANGE-DATE PICTURE 9(8).

       FD  BLESSED-FILE.
       01  BLESSED-RECORD.
           05  BLS-N           PICTURE 9(5).
           05  BLS-STEPS       PICTURE 9(5).
           05  BLS-OPERATOR-ID PICTURE X(8).

       FD  BACKUP-FILE.
       01  BACKUP-RECORD PICTURE X(26).

       FD  NEW-MASTER-FILE.
       01  NEW-MASTER-RECORD.
           05  NEW-N           PICTURE 9(5).
           05  NEW-STEPS       PICTURE 9(5).
           05  NEW-OPERATOR-ID PICTURE X(8).
           05  NEW-CHANGE-DATE PICTURE 9(8).

       FD  DELTA-FILE.
       01  DELTA-RECORD PICTURE X(50).

       FD  REJECT-FILE.
       01  REJECT-RECORD PICTURE X(80).

       WORKING-STORAGE SECTION.
       77  MASTER-FILE-STATUS PICTURE XX.
       77  BLESSED-FILE-STATUS PICTURE XX.
       77  RECORDS-ADDED PICTURE 9(9) VALUE ZERO.
       77  RECORDS-CHANGED PICTURE 9(9) VALUE ZERO.
       77  RECORDS-UNCHANGED PICTURE 9(9) VALUE ZERO.
       77  RECORDS-REFUSED PICTURE 9(9) VALUE ZERO.
       77  WS-CURRENT-DATE PICTURE 9(8).
       77  BLESSED-ACCEPT-SWITCH PICTURE X VALUE 'N'.
           88 BLESSED-IS-ACCEPTED VALUE 'Y'.
       COPY operauth.

       01  DELTA-ADDED-LINE.
           05  FILLER PICTURE X(10) VALUE "ADDED   N=".
           05  DAL-N PICTURE 9(5).
           05  FILLER PICTURE X(07) VALUE " STEPS=".
           05  DAL-STEPS PICTURE 9(5).
           05  FILLER PICTURE X(04) VALUE " BY=".
           05  DAL-OPERATOR-ID PICTURE X(8).
           05  FILLER PICTURE X(11) VALUE SPACES.

       01  DELTA-CHANGED-LINE.
           05  FILLER PICTURE X(10) VALUE "CHANGED N=".
           05  DCL-FROM-STEPS PICTURE 9(5).
           05  FILLER PICTURE X(04) VALUE " TO=".
           05  DCL-TO-STEPS PICTURE 9(5).
           05  FILLER PICTURE X(04) VALUE " BY=".
           05  DCL-OPERATOR-ID PICTURE X(8).
           05  FILLER PICTURE X(03) VALUE SPACES.

       01  REJECT-HEADER-LINE.
           05  FILLER PICTURE X(80) VALUE
               "BLESSED RESULTS REFUSED FOR OPERATOR AUTHORITY".

       01  REJECT-DETAIL-LINE.
           05  FILLER PICTURE X(02) VALUE "N=".
           05  RJL-N PICTURE X(5).
           05  FILLER PICTURE X(07) VALUE " STEPS=".
           05  RJL-STEPS PICTURE X(5).
           05  FILLER PICTURE X(04) VALUE " BY=".
           05  RJL-OPERATOR-ID PICTURE X(8).
           05  FILLER PICTURE X(02) VALUE SPACES.
           05  RJL-REASON PICTURE X(32).
           05  FILLER PICTURE X(15) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM BEGIN.
       BEGIN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BLESSED-FILE.
           IF BLESSED-FILE-STATUS NOT = "00"
               DISPLAY "COLZEXPM: COLZBLSS.DAT NOT AVAILABLE, "
           END-IF.
           OPEN OUTPUT NEW-MASTER-FILE.
           OPEN OUTPUT DELTA-FILE.
           OPEN OUTPUT REJECT-FILE.
           WRITE REJECT-RECORD FROM REJECT-HEADER-LINE.
           PERFORM READ-NEXT-MASTER.
           PERFORM READ-NEXT-BLESSED.
           PERFORM MERGE-ONE-KEY
           CLOSE BLESSED-FILE.
           CLOSE NEW-MASTER-FILE.
           CLOSE DELTA-FILE.
           CLOSE REJECT-FILE.
           DISPLAY "COLZEXPM: " RECORDS-CARRIED " CARRIED, "
               RECORDS-UNCHANGED " UNCHANGED, "
               RECORDS-CHANGED " CHANGED, "
               RECORDS-ADDED " ADDED, "
               RECORDS-REFUSED " REFUSED".
           IF RECORDS-REFUSED > ZERO
               DISPLAY "COLZEXPM: REFUSED RESULTS ARE LISTED ON "
                   "COLZEXPR.DAT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "COLZEXPM: REVIEW COLZEXPD.DAT, THEN COPY "
               "COLZEXPN.DAT TO COLZEXP.DAT TO GO LIVE".
           STOP RUN.

       MERGE-ONE-KEY.
           IF MASTER-KEY < BLESSED-KEY
               MOVE MASTER-RECORD TO NEW-MASTER-RECORD
               WRITE NEW-MASTER-RECORD
               ADD 1 TO RECORDS-CARRIED
               PERFORM READ-NEXT-MASTER
               IF MASTER-KEY > BLESSED-KEY
                   MOVE BLS-N TO NEW-N
                   MOVE BLS-STEPS TO NEW-STEPS
                   MOVE BLS-OPERATOR-ID TO NEW-OPERATOR-ID
                   MOVE WS-CURRENT-DATE TO NEW-CHANGE-DATE
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO RECORDS-ADDED
                   MOVE BLS-N TO DAL-N
                   MOVE BLS-STEPS TO DAL-STEPS
                   MOVE BLS-OPERATOR-ID TO DAL-OPERATOR-ID
                   WRITE DELTA-RECORD FROM DELTA-ADDED-LINE
                   PERFORM READ-NEXT-BLESSED
               ELSE
                   IF BLS-STEPS = MST-STEPS
                       MOVE MASTER-RECORD TO NEW-MASTER-RECORD
                       WRITE NEW-MASTER-RECORD
                       ADD 1 TO RECORDS-UNCHANGED
                   ELSE
                       MOVE BLS-N TO NEW-N
                       MOVE BLS-STEPS TO NEW-STEPS
                       MOVE BLS-OPERATOR-ID TO NEW-OPERATOR-ID
                       MOVE WS-CURRENT-DATE TO NEW-CHANGE-DATE
                       WRITE NEW-MASTER-RECORD
                       ADD 1 TO RECORDS-CHANGED
                       MOVE MST-N TO DCL-N
                       MOVE MST-STEPS TO DCL-FROM-STEPS
                       MOVE BLS-STEPS TO DCL-TO-STEPS
                       MOVE BLS-OPERATOR-ID TO DCL-OPERATOR-ID
                       WRITE DELTA-RECORD FROM DELTA-CHANGED-LINE
                   END-IF
                   PERFORM READ-NEXT-MASTER
               END-READ
           END-IF.

      * Only results blessed by an operator with master maintenance
      * authority reach the merge; the rest are listed on the
      * refusal report and the current answer is carried forward.
       READ-NEXT-BLESSED.
           MOVE 'N' TO BLESSED-ACCEPT-SWITCH.
           PERFORM READ-ONE-BLESSED
               UNTIL BLESSED-IS-ACCEPTED OR NO-MORE-BLESSED.
           IF NO-MORE-BLESSED
               MOVE 999999 TO BLESSED-KEY
           ELSE
               MOVE BLS-N TO BLESSED-KEY
           END-IF.

       READ-ONE-BLESSED.
           READ BLESSED-FILE
               AT END
                   SET NO-MORE-BLESSED TO TRUE
               NOT AT END
                   PERFORM CHECK-BLESSED-OPERATOR
           END-READ.

       CHECK-BLESSED-OPERATOR.
           MOVE BLS-OPERATOR-ID TO OPERAUTH-OPERATOR-ID.
           SET OPERAUTH-NEEDS-MAINTENANCE TO TRUE.
           CALL "OPERAUTH" USING OPERAUTH-PARAMS.
           IF OPERAUTH-AUTHORIZED
               SET BLESSED-IS-ACCEPTED TO TRUE
           ELSE
               MOVE BLS-N TO RJL-N
               MOVE BLS-STEPS TO RJL-STEPS
               MOVE BLS-OPERATOR-ID TO RJL-OPERATOR-ID
               IF OPERAUTH-UNKNOWN
                   MOVE "UNKNOWN OPERATOR" TO RJL-REASON
               ELSE
                   MOVE "NOT AUTHORIZED FOR MAINTENANCE" TO RJL-REASON
               END-IF
               WRITE REJECT-RECORD FROM REJECT-DETAIL-LINE
               ADD 1 TO RECORDS-REFUSED
           END-IF.
       END PROGRAM COLZEXPM.
