       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLZXREF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO "COLZXRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS XREF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-FILE.
       01  XREF-RECORD.
           05  XRF-KEY.
               10  XRF-VALUE    PICTURE 9(9).
               10  XRF-START-N  PICTURE 9(9).
           05  XRF-POSITION     PICTURE 9(5).

       WORKING-STORAGE SECTION.
       77  XREF-FILE-STATUS PICTURE XX.
       77  OPEN-SWITCH PICTURE X VALUE 'N'.
           88 XREF-IS-OPEN VALUE 'Y'.
       77  OPEN-WARNED-SWITCH PICTURE X VALUE 'N'.
           88 OPEN-FAILURE-WARNED VALUE 'Y'.

       LINKAGE SECTION.
       COPY colzxref.

       PROCEDURE DIVISION USING COLZXRF-FUNCTION, COLZXRF-VALUE,
           COLZXRF-START-N, COLZXRF-POSITION, COLZXRF-RETURN.
           SET COLZXRF-DONE TO TRUE.
           IF COLZXRF-FN-OPEN
               PERFORM OPEN-XREF
           ELSE
               IF COLZXRF-FN-START
                   PERFORM START-XREF
               ELSE
                   IF COLZXRF-FN-NEXT
                       PERFORM READ-NEXT-XREF
                   ELSE
                       IF COLZXRF-FN-CLOSE
                           PERFORM CLOSE-XREF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           GOBACK.

      * The cross-reference is only ever written by COLZXBLD, so it
      * is opened for input here and a missing file is not created.
       OPEN-XREF.
           IF NOT XREF-IS-OPEN
               OPEN INPUT XREF-FILE
               IF XREF-FILE-STATUS = "00"
                   SET XREF-IS-OPEN TO TRUE
               ELSE
                   SET COLZXRF-OPEN-ERROR TO TRUE
                   IF NOT OPEN-FAILURE-WARNED
                       SET OPEN-FAILURE-WARNED TO TRUE
                       DISPLAY "COLZXREF: COLZXRF.DAT OPEN FAILED, "
                           "STATUS = " XREF-FILE-STATUS
                           ", RUN COLZXBLD TO BUILD IT"
                   END-IF
               END-IF
           END-IF.

       START-XREF.
           IF NOT XREF-IS-OPEN
               PERFORM OPEN-XREF
           END-IF.
           IF NOT XREF-IS-OPEN
               SET COLZXRF-OPEN-ERROR TO TRUE
           ELSE
               MOVE COLZXRF-VALUE TO XRF-VALUE
               MOVE COLZXRF-START-N TO XRF-START-N
               START XREF-FILE KEY IS NOT LESS THAN XRF-KEY
                   INVALID KEY
                       SET COLZXRF-END-OF-FILE TO TRUE
                   NOT INVALID KEY
                       SET COLZXRF-FOUND TO TRUE
               END-START
           END-IF.

       READ-NEXT-XREF.
           IF NOT XREF-IS-OPEN
               SET COLZXRF-NOT-FOUND TO TRUE
           ELSE
               READ XREF-FILE NEXT RECORD
                   AT END
                       SET COLZXRF-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE XRF-VALUE TO COLZXRF-VALUE
                       MOVE XRF-START-N TO COLZXRF-START-N
                       MOVE XRF-POSITION TO COLZXRF-POSITION
                       SET COLZXRF-FOUND TO TRUE
               END-READ
           END-IF.

       CLOSE-XREF.
           IF XREF-IS-OPEN
               CLOSE XREF-FILE
               MOVE 'N' TO OPEN-SWITCH
           END-IF.
       END PROGRAM COLZXREF.
