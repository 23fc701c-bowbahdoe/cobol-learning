       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERAUTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05  OPR-OPERATOR-ID   PICTURE X(8).
           05  OPR-SEP-1         PICTURE X(01).
           05  OPR-OPERATOR-NAME PICTURE X(30).
           05  OPR-SEP-2         PICTURE X(01).
           05  OPR-AUTHORITY     PICTURE X.
               88  OPR-AUTHORITY-VALID VALUE 'I' 'E' 'M'.

       WORKING-STORAGE SECTION.
       77  OPERATOR-FILE-STATUS PICTURE XX.
       77  EOF-SWITCH PICTURE X VALUE 'N'.
           88 NO-MORE-RECORDS VALUE 'Y'.
       77  LOADED-SWITCH PICTURE X VALUE 'N'.
           88 TABLE-LOADED VALUE 'Y'.
       77  OPR-SUB PICTURE 9(3).
       77  MATCH-SUB PICTURE 9(3).
       77  HELD-RANK PICTURE 9.
       77  NEEDED-RANK PICTURE 9.
       77  RANK-CODE PICTURE X.
       77  RANK-VALUE PICTURE 9.

       01  OPERATOR-TABLE.
           05  OPT-ENTRY-COUNT PICTURE 9(3) VALUE ZERO.
           05  OPT-ENTRY OCCURS 100 TIMES.
               10  OPT-OPERATOR-ID   PICTURE X(8).
               10  OPT-OPERATOR-NAME PICTURE X(30).
               10  OPT-AUTHORITY     PICTURE X.

       LINKAGE SECTION.
       COPY operauth.

       PROCEDURE DIVISION USING OPERAUTH-PARAMS.
           IF NOT TABLE-LOADED
               PERFORM LOAD-OPERATOR-TABLE
           END-IF.
           MOVE SPACES TO OPERAUTH-OPERATOR-NAME.
           MOVE SPACE TO OPERAUTH-OPERATOR-LEVEL.
           MOVE ZERO TO MATCH-SUB.
           IF OPERAUTH-OPERATOR-ID NOT = SPACES
               PERFORM FIND-OPERATOR-ENTRY
                   VARYING OPR-SUB FROM 1 BY 1
                   UNTIL OPR-SUB > OPT-ENTRY-COUNT OR MATCH-SUB > ZERO
           END-IF.
           IF MATCH-SUB = ZERO
               SET OPERAUTH-UNKNOWN TO TRUE
           ELSE
               MOVE OPT-OPERATOR-NAME (MATCH-SUB)
                   TO OPERAUTH-OPERATOR-NAME
               MOVE OPT-AUTHORITY (MATCH-SUB)
                   TO OPERAUTH-OPERATOR-LEVEL
               MOVE OPT-AUTHORITY (MATCH-SUB) TO RANK-CODE
               PERFORM RANK-AUTHORITY
               MOVE RANK-VALUE TO HELD-RANK
               MOVE OPERAUTH-REQUIRED-LEVEL TO RANK-CODE
               PERFORM RANK-AUTHORITY
               MOVE RANK-VALUE TO NEEDED-RANK
               IF NEEDED-RANK > ZERO AND HELD-RANK NOT < NEEDED-RANK
                   SET OPERAUTH-AUTHORIZED TO TRUE
               ELSE
                   SET OPERAUTH-NOT-AUTHORIZED TO TRUE
               END-IF
           END-IF.
           GOBACK.

       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS = "00"
               PERFORM READ-NEXT-RECORD
               PERFORM LOAD-ONE-OPERATOR UNTIL NO-MORE-RECORDS
               CLOSE OPERATOR-FILE
           ELSE
               DISPLAY "OPERAUTH: OPERTAB.DAT NOT AVAILABLE, STATUS = "
                   OPERATOR-FILE-STATUS ", NO OPERATORS SIGNED ON"
           END-IF.
           SET TABLE-LOADED TO TRUE.

       LOAD-ONE-OPERATOR.
           IF OPR-OPERATOR-ID NOT = SPACES
               IF NOT OPR-AUTHORITY-VALID
                   DISPLAY "OPERAUTH: OPERATOR " OPR-OPERATOR-ID
                       " HAS BAD AUTHORITY '" OPR-AUTHORITY
                       "', ENTRY IGNORED"
               ELSE
                   IF OPT-ENTRY-COUNT < 100
                       ADD 1 TO OPT-ENTRY-COUNT
                       MOVE OPR-OPERATOR-ID
                           TO OPT-OPERATOR-ID (OPT-ENTRY-COUNT)
                       MOVE OPR-OPERATOR-NAME
                           TO OPT-OPERATOR-NAME (OPT-ENTRY-COUNT)
                       MOVE OPR-AUTHORITY
                           TO OPT-AUTHORITY (OPT-ENTRY-COUNT)
                   ELSE
                       DISPLAY "OPERAUTH: OPERATOR TABLE FULL, "
                           OPR-OPERATOR-ID " DROPPED"
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-RECORD.

       FIND-OPERATOR-ENTRY.
           IF OPT-OPERATOR-ID (OPR-SUB) = OPERAUTH-OPERATOR-ID
               MOVE OPR-SUB TO MATCH-SUB
           END-IF.

       RANK-AUTHORITY.
           IF RANK-CODE = 'M'
               MOVE 3 TO RANK-VALUE
           ELSE
               IF RANK-CODE = 'E'
                   MOVE 2 TO RANK-VALUE
               ELSE
                   IF RANK-CODE = 'I'
                       MOVE 1 TO RANK-VALUE
                   ELSE
                       MOVE ZERO TO RANK-VALUE
                   END-IF
               END-IF
           END-IF.

       READ-NEXT-RECORD.
           READ OPERATOR-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.
       END PROGRAM OPERAUTH.
