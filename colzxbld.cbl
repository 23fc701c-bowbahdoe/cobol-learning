       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLZXBLD.

      * Builds the value cross-reference COLZXRF.DAT from the
      * sequence store, so the start N values that pass through a
      * given value can be read by key instead of by scanning the
      * whole store. Every stored position gives one cross-reference
      * record keyed by the value reached and the start N, carrying
      * the position at which that start N reaches it. The file is
      * rebuilt whole on every run. COLZSRET markers are not visited
      * values and are left out, and positions already compacted out
      * of the store cannot be indexed, so run this after COLZSRET
      * and after any run that adds paths to the store.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQ-FILE ASSIGN TO "COLZSEQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SSR-KEY
               FILE STATUS IS SEQ-FILE-STATUS.
           SELECT XREF-FILE ASSIGN TO "COLZXRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-KEY
               FILE STATUS IS XREF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEQ-FILE.
       01  SEQ-STORE-RECORD.
           05  SSR-KEY.
               10  SSR-START-N  PICTURE 9(9).
               10  SSR-POSITION PICTURE 9(5).
           05  SSR-VALUE        PICTURE 9(9).

       FD  XREF-FILE.
       01  XREF-RECORD.
           05  XRF-KEY.
               10  XRF-VALUE    PICTURE 9(9).
               10  XRF-START-N  PICTURE 9(9).
           05  XRF-POSITION     PICTURE 9(5).

       WORKING-STORAGE SECTION.
       77  EOF-SWITCH PICTURE X VALUE 'N'.
           88 NO-MORE-RECORDS VALUE 'Y'.
       77  SEQ-FILE-STATUS PICTURE XX.
       77  XREF-FILE-STATUS PICTURE XX.
       77  RECORDS-READ PICTURE 9(9) VALUE ZERO.
       77  ENTRIES-WRITTEN PICTURE 9(9) VALUE ZERO.
       77  MARKERS-SKIPPED PICTURE 9(9) VALUE ZERO.
       77  RECORDS-REJECTED PICTURE 9(9) VALUE ZERO.
       77  PATHS-INDEXED PICTURE 9(9) VALUE ZERO.
       77  PREVIOUS-START-N PICTURE 9(9) VALUE ZERO.
       COPY runlog.

       PROCEDURE DIVISION.
           PERFORM BEGIN.
       BEGIN.
           MOVE "COLZXBLD" TO RUNLOG-PROGRAM-NAME.
           SET RUNLOG-FN-START TO TRUE.
           PERFORM CALL-RUN-LOG.
           OPEN INPUT SEQ-FILE.
           IF SEQ-FILE-STATUS NOT = "00"
               DISPLAY "COLZXBLD: COLZSEQ.DAT NOT AVAILABLE, "
                   "STATUS = " SEQ-FILE-STATUS
               PERFORM WRITE-SUMMARY-COUNTS
               SET RUNLOG-STATUS-FAILED TO TRUE
               SET RUNLOG-FN-END TO TRUE
               PERFORM CALL-RUN-LOG
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT XREF-FILE.
           IF XREF-FILE-STATUS NOT = "00"
               DISPLAY "COLZXBLD: COLZXRF.DAT NOT AVAILABLE, "
                   "STATUS = " XREF-FILE-STATUS
               CLOSE SEQ-FILE
               PERFORM WRITE-SUMMARY-COUNTS
               SET RUNLOG-STATUS-FAILED TO TRUE
               SET RUNLOG-FN-END TO TRUE
               PERFORM CALL-RUN-LOG
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-NEXT-STORE.
           PERFORM INDEX-ONE-RECORD UNTIL NO-MORE-RECORDS.
           CLOSE SEQ-FILE.
           CLOSE XREF-FILE.
           DISPLAY "COLZXBLD: " RECORDS-READ " STORE RECORDS READ, "
               ENTRIES-WRITTEN " CROSS-REFERENCE ENTRIES WRITTEN".
           DISPLAY "COLZXBLD: " PATHS-INDEXED " PATHS INDEXED, "
               MARKERS-SKIPPED " RETENTION MARKERS SKIPPED, "
               RECORDS-REJECTED " REJECTED".
           PERFORM WRITE-SUMMARY-COUNTS.
           IF RECORDS-REJECTED > ZERO
               SET RUNLOG-STATUS-EXCEPTIONS TO TRUE
               SET RUNLOG-FN-END TO TRUE
               PERFORM CALL-RUN-LOG
               MOVE 4 TO RETURN-CODE
           ELSE
               SET RUNLOG-STATUS-CLEAN TO TRUE
               SET RUNLOG-FN-END TO TRUE
               PERFORM CALL-RUN-LOG
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

       WRITE-SUMMARY-COUNTS.
           MOVE RECORDS-READ TO RUNLOG-RECORDS-READ.
           MOVE ENTRIES-WRITTEN TO RUNLOG-RECORDS-PROCESSED.
           MOVE RECORDS-REJECTED TO RUNLOG-EXCEPTION-COUNT.

       CALL-RUN-LOG.
           CALL "RUNLOG" USING RUNLOG-FUNCTION, RUNLOG-PROGRAM-NAME,
               RUNLOG-COUNTS, RUNLOG-FINAL-STATUS.

      * A path reaches each value once on its way down to 1, so a
      * second entry for the same value and start N means the store
      * itself is damaged; the first position is kept and the
      * repeat is rejected.
       INDEX-ONE-RECORD.
           ADD 1 TO RECORDS-READ.
           IF SSR-START-N IS NOT NUMERIC
                   OR SSR-POSITION IS NOT NUMERIC
               DISPLAY "COLZXBLD: KEY NOT NUMERIC '" SSR-KEY "'"
               ADD 1 TO RECORDS-REJECTED
           ELSE
               IF SSR-POSITION = 99999
                   ADD 1 TO MARKERS-SKIPPED
               ELSE
                   IF SSR-VALUE IS NOT NUMERIC OR SSR-VALUE = ZERO
                       DISPLAY "COLZXBLD: VALUE NOT VALID FOR KEY "
                           SSR-KEY
                       ADD 1 TO RECORDS-REJECTED
                   ELSE
                       PERFORM WRITE-XREF-ENTRY
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-STORE.

       WRITE-XREF-ENTRY.
           MOVE SSR-VALUE TO XRF-VALUE.
           MOVE SSR-START-N TO XRF-START-N.
           MOVE SSR-POSITION TO XRF-POSITION.
           WRITE XREF-RECORD
               INVALID KEY
                   DISPLAY "COLZXBLD: START N " SSR-START-N
                       " REACHES " SSR-VALUE " AGAIN AT POSITION "
                       SSR-POSITION
                   ADD 1 TO RECORDS-REJECTED
               NOT INVALID KEY
                   ADD 1 TO ENTRIES-WRITTEN
                   IF SSR-START-N NOT = PREVIOUS-START-N
                       ADD 1 TO PATHS-INDEXED
                       MOVE SSR-START-N TO PREVIOUS-START-N
                   END-IF
           END-WRITE.

       READ-NEXT-STORE.
           READ SEQ-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.
       END PROGRAM COLZXBLD.
