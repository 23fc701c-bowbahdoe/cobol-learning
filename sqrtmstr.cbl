       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQRTMSTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "SQRTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SMR-KEY
               FILE STATUS IS MASTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  SMR-KEY.
               10  SMR-N         PICTURE 9(5)V9(5).
               10  SMR-EPSILON   PICTURE 9(5)V9(5).
           05  SMR-ROOT          PICTURE 9(5)V9(5).
           05  SMR-ITERATIONS    PICTURE 9(4).
           05  SMR-RESULT-STATUS PICTURE X.
           05  SMR-STORED-DATE   PICTURE 9(8).

       WORKING-STORAGE SECTION.
       77  MASTER-FILE-STATUS PICTURE XX.
       77  WS-CURRENT-DATE PICTURE 9(8).
       77  OPEN-SWITCH PICTURE X VALUE 'N'.
           88 MASTER-IS-OPEN VALUE 'Y'.

       LINKAGE SECTION.
       COPY sqrtmst.

       PROCEDURE DIVISION USING SQRTMST-FUNCTION, SQRTMST-N,
           SQRTMST-EPSILON, SQRTMST-ROOT, SQRTMST-ITERATIONS,
           SQRTMST-RESULT-STATUS, SQRTMST-STORED-DATE,
           SQRTMST-RETURN.
           SET SQRTMST-DONE TO TRUE.
           IF SQRTMST-FN-OPEN
               PERFORM OPEN-MASTER
           ELSE
               IF SQRTMST-FN-READ
                   PERFORM READ-MASTER
               ELSE
                   IF SQRTMST-FN-WRITE
                       PERFORM WRITE-MASTER
                   ELSE
                       IF SQRTMST-FN-CLOSE
                           PERFORM CLOSE-MASTER
                       END-IF
                   END-IF
               END-IF
           END-IF.
           GOBACK.

       OPEN-MASTER.
           IF NOT MASTER-IS-OPEN
               OPEN I-O MASTER-FILE
               IF MASTER-FILE-STATUS = "35"
                   OPEN OUTPUT MASTER-FILE
                   CLOSE MASTER-FILE
                   OPEN I-O MASTER-FILE
               END-IF
               IF MASTER-FILE-STATUS = "00"
                   SET MASTER-IS-OPEN TO TRUE
               END-IF
           END-IF.

       READ-MASTER.
           IF NOT MASTER-IS-OPEN
               PERFORM OPEN-MASTER
           END-IF.
           IF NOT MASTER-IS-OPEN
               SET SQRTMST-NOT-FOUND TO TRUE
           ELSE
               MOVE SQRTMST-N TO SMR-N
               MOVE SQRTMST-EPSILON TO SMR-EPSILON
               READ MASTER-FILE
                   INVALID KEY
                       SET SQRTMST-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       MOVE SMR-ROOT TO SQRTMST-ROOT
                       MOVE SMR-ITERATIONS TO SQRTMST-ITERATIONS
                       MOVE SMR-RESULT-STATUS TO SQRTMST-RESULT-STATUS
                       MOVE SMR-STORED-DATE TO SQRTMST-STORED-DATE
                       SET SQRTMST-FOUND TO TRUE
               END-READ
           END-IF.

       WRITE-MASTER.
           IF NOT MASTER-IS-OPEN
               PERFORM OPEN-MASTER
           END-IF.
           IF MASTER-IS-OPEN
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE SQRTMST-N TO SMR-N
               MOVE SQRTMST-EPSILON TO SMR-EPSILON
               MOVE SQRTMST-ROOT TO SMR-ROOT
               MOVE SQRTMST-ITERATIONS TO SMR-ITERATIONS
               MOVE SQRTMST-RESULT-STATUS TO SMR-RESULT-STATUS
               MOVE WS-CURRENT-DATE TO SMR-STORED-DATE
               MOVE WS-CURRENT-DATE TO SQRTMST-STORED-DATE
               WRITE MASTER-RECORD
                   INVALID KEY
                       REWRITE MASTER-RECORD
               END-WRITE
           END-IF.

       CLOSE-MASTER.
           IF MASTER-IS-OPEN
               CLOSE MASTER-FILE
               MOVE 'N' TO OPEN-SWITCH
           END-IF.
       END PROGRAM SQRTMSTR.
