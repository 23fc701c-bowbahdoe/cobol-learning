       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLZSRET.

      * Housekeeping for the sequence detail store. Full paths are
      * kept for start N values inside a K range of the parameter
      * file and for those on the current COLZTOPN ranking; every
      * other path is dropped. Where the N is still on the master a
      * marker is left in its place (see colzseq.cpy), with the first
      * and last few positions if an E record asks for them. Paths
      * with no master record are deleted outright. The run is
      * refused unless COLZSQBK has unloaded the store today and
      * nothing has been added to it since.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "COLZSRTP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT RANK-PARM-FILE ASSIGN TO "COLZTOPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RANK-PARM-FILE-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "COLZSEQB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-FILE-STATUS.
           SELECT SEQ-FILE ASSIGN TO "COLZSEQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSR-KEY
               FILE STATUS IS SEQ-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "COLZSRTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * K lllllllll hhhhhhhhh  keep full paths for N in the range
      * T nnn                  keep the top nnn by steps and by peak;
      *                        blank takes the count from COLZTOPP.DAT
      * E nnn                  positions kept at each end of a
      *                        dropped path that is on the master
      * '*' in column 1 is a comment.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-TYPE     PICTURE X.
               88  PRM-KEEP-RANGE VALUE 'K'.
               88  PRM-KEEP-TOP   VALUE 'T'.
               88  PRM-KEEP-ENDS  VALUE 'E'.
               88  PRM-COMMENT    VALUE '*' ' '.
           05  PRM-SEP-1    PICTURE X(01).
           05  PRM-LOW-N    PICTURE X(9).
           05  PRM-SEP-2    PICTURE X(01).
           05  PRM-HIGH-N   PICTURE X(9).
       01  PARM-COUNT-RECORD.
           05  FILLER       PICTURE X(02).
           05  PRM-COUNT    PICTURE X(3).

       FD  RANK-PARM-FILE.
       01  RANK-PARM-RECORD.
           05  RPR-RANK-COUNT PICTURE 9(3).

       FD  BACKUP-FILE.
       01  BACKUP-RECORD.
           05  SQB-ID            PICTURE X.
               88  SQB-TRAILER-RECORD VALUE 'T'.
           05  FILLER            PICTURE X(26).
       01  BACKUP-TRAILER.
           05  SQT-ID            PICTURE X.
           05  SQT-SEP-1         PICTURE X(01).
           05  SQT-DATE          PICTURE 9(8).
           05  SQT-SEP-2         PICTURE X(01).
           05  SQT-TIME          PICTURE 9(8).
           05  SQT-SEP-3         PICTURE X(01).
           05  SQT-RECORD-COUNT  PICTURE 9(9).

       FD  SEQ-FILE.
       01  SEQ-STORE-RECORD.
           05  SSR-KEY.
               10  SSR-START-N  PICTURE 9(9).
               10  SSR-POSITION PICTURE 9(5).
                   88  SSR-RETENTION-MARKER VALUE 99999.
           05  SSR-VALUE        PICTURE 9(9).

       FD  REPORT-FILE.
       01  REPORT-RECORD PICTURE X(80).

       WORKING-STORAGE SECTION.
       77  PARM-FILE-STATUS PICTURE XX.
       77  RANK-PARM-FILE-STATUS PICTURE XX.
       77  BACKUP-FILE-STATUS PICTURE XX.
       77  SEQ-FILE-STATUS PICTURE XX.
       77  EOF-SWITCH PICTURE X VALUE 'N'.
           88 NO-MORE-RECORDS VALUE 'Y'.
       77  MASTER-EOF-SWITCH PICTURE X VALUE 'N'.
           88 NO-MORE-MASTER VALUE 'Y'.
       77  REFUSED-SWITCH PICTURE X VALUE 'N'.
           88 RUN-REFUSED VALUE 'Y'.
       77  TRAILER-SWITCH PICTURE X VALUE 'N'.
           88 TRAILER-SEEN VALUE 'Y'.
       77  WS-CURRENT-DATE PICTURE 9(8).
       77  UNLOAD-DATE PICTURE 9(8) VALUE ZERO.
       77  UNLOAD-COUNT PICTURE 9(9) VALUE ZERO.
       77  STORE-COUNT PICTURE 9(9) VALUE ZERO.
       77  PARM-ERRORS PICTURE 9(5) VALUE ZERO.
       77  TOP-SWITCH PICTURE X VALUE 'N'.
           88 KEEP-TOP-RANKING VALUE 'Y'.
       77  RANK-COUNT PICTURE 9(3) VALUE ZERO.
       77  ENDS-KEPT PICTURE 9(3) VALUE ZERO.
       77  RANK-SUB PICTURE 9(3).
       77  SHIFT-SUB PICTURE 9(3).
       77  INSERT-SUB PICTURE 9(3).
       77  MATCH-SUB PICTURE 9(3).
       77  GROUP-OPEN-SWITCH PICTURE X VALUE 'N'.
           88 GROUP-IS-OPEN VALUE 'Y'.
       77  GROUP-N PICTURE 9(9).
       77  GROUP-STEPS PICTURE 9(9).
       77  GROUP-KIND PICTURE X.
           88 GROUP-IS-KEPT VALUE 'K'.
           88 GROUP-IS-TRIMMED VALUE 'T'.
           88 GROUP-IS-DROPPED VALUE 'D'.
       77  HELD-KEY PICTURE X(14).
       77  RANGE-KIND PICTURE X VALUE SPACE.
           88 RANGE-IS-OPEN VALUE 'K' 'T' 'D'.
           88 RANGE-IS-KEPT VALUE 'K'.
           88 RANGE-IS-TRIMMED VALUE 'T'.
       77  RANGE-START PICTURE 9(9).
       77  RANGE-END PICTURE 9(9).
       77  RANGE-PATHS PICTURE 9(9).
       77  RANGE-DELETED PICTURE 9(9).
       77  RECORDS-READ PICTURE 9(9) VALUE ZERO.
       77  RECORDS-KEPT PICTURE 9(9) VALUE ZERO.
       77  RECORDS-DELETED PICTURE 9(9) VALUE ZERO.
       77  MARKERS-WRITTEN PICTURE 9(9) VALUE ZERO.
       77  DELETE-ERRORS PICTURE 9(9) VALUE ZERO.
       77  PATHS-KEPT PICTURE 9(9) VALUE ZERO.
       77  PATHS-TRIMMED PICTURE 9(9) VALUE ZERO.
       77  PATHS-DROPPED PICTURE 9(9) VALUE ZERO.
       COPY colzmst.
       COPY runlog.

       01  KEEP-RANGE-TABLE.
           05  KRT-ENTRY-COUNT PICTURE 9(3) VALUE ZERO.
           05  KRT-ENTRY OCCURS 50 TIMES.
               10  KRT-LOW-N  PICTURE 9(9).
               10  KRT-HIGH-N PICTURE 9(9).

       01  STEP-RANK-TABLE.
           05  SRT-ENTRY-COUNT PICTURE 9(3) VALUE ZERO.
           05  SRT-ENTRY OCCURS 50 TIMES.
               10  SRT-N     PICTURE 9(9).
               10  SRT-STEPS PICTURE 9(9).

       01  PEAK-RANK-TABLE.
           05  PRT-ENTRY-COUNT PICTURE 9(3) VALUE ZERO.
           05  PRT-ENTRY OCCURS 50 TIMES.
               10  PRT-N     PICTURE 9(9).
               10  PRT-PEAK  PICTURE 9(9).

       01  REPORT-TITLE-LINE.
           05  FILLER PICTURE X(80) VALUE
               "COLZSEQ.DAT RETENTION AND COMPACTION".

       01  REPORT-RULE-LINE.
           05  FILLER PICTURE X(14) VALUE "KEEP RANGES:  ".
           05  RRL-RANGES PICTURE ZZ9.
           05  FILLER PICTURE X(14) VALUE "   TOP RANKED:".
           05  RRL-RANK PICTURE ZZZ9.
           05  FILLER PICTURE X(16) VALUE "   ENDS KEPT:   ".
           05  RRL-ENDS PICTURE ZZ9.
           05  FILLER PICTURE X(26) VALUE SPACES.

       01  REPORT-COLUMN-LINE.
           05  FILLER PICTURE X(80) VALUE
               "PATHS          FROM N       TO N     PATHS    DELETED".

       01  REPORT-DETAIL-LINE.
           05  RDL-KIND PICTURE X(8).
           05  FILLER PICTURE X(05) VALUE SPACES.
           05  RDL-FROM-N PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(02) VALUE SPACES.
           05  RDL-TO-N PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(01) VALUE SPACES.
           05  RDL-PATHS PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(02) VALUE SPACES.
           05  RDL-DELETED PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(26) VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05  RTL-LABEL PICTURE X(26).
           05  RTL-COUNT PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(45) VALUE SPACES.

       01  BLANK-LINE PICTURE X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM BEGIN.
       BEGIN.
           MOVE "COLZSRET" TO RUNLOG-PROGRAM-NAME.
           SET RUNLOG-FN-START TO TRUE.
           PERFORM CALL-RUN-LOG.
           PERFORM LOAD-PARAMETERS.
           IF NOT RUN-REFUSED
               PERFORM CHECK-FRESH-UNLOAD
           END-IF.
           IF NOT RUN-REFUSED
               PERFORM COMPACT-STORE
           END-IF.
           MOVE RECORDS-READ TO RUNLOG-RECORDS-READ.
           MOVE RECORDS-DELETED TO RUNLOG-RECORDS-PROCESSED.
           MOVE DELETE-ERRORS TO RUNLOG-EXCEPTION-COUNT.
           IF RUN-REFUSED
               DISPLAY "COLZSRET: RUN REFUSED, COLZSEQ.DAT NOT CHANGED"
               SET RUNLOG-STATUS-FAILED TO TRUE
           ELSE
               IF DELETE-ERRORS > ZERO
                   SET RUNLOG-STATUS-EXCEPTIONS TO TRUE
               ELSE
                   SET RUNLOG-STATUS-CLEAN TO TRUE
               END-IF
           END-IF.
           SET RUNLOG-FN-END TO TRUE.
           PERFORM CALL-RUN-LOG.
           IF RUN-REFUSED
               MOVE 12 TO RETURN-CODE
           ELSE
               IF DELETE-ERRORS > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       CALL-RUN-LOG.
           CALL "RUNLOG" USING RUNLOG-FUNCTION, RUNLOG-PROGRAM-NAME,
               RUNLOG-COUNTS, RUNLOG-FINAL-STATUS.

      * A bad rule or no rule at all would drop paths nobody meant
      * to lose, so either one refuses the run.
       LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS NOT = "00"
               DISPLAY "COLZSRET: COLZSRTP.DAT NOT AVAILABLE, "
                   "STATUS = " PARM-FILE-STATUS
               SET RUN-REFUSED TO TRUE
           ELSE
               PERFORM READ-NEXT-PARAMETER
               PERFORM LOAD-ONE-PARAMETER UNTIL NO-MORE-RECORDS
               CLOSE PARM-FILE
               IF PARM-ERRORS > ZERO
                   DISPLAY "COLZSRET: " PARM-ERRORS
                       " BAD RECORDS ON COLZSRTP.DAT"
                   SET RUN-REFUSED TO TRUE
               ELSE
                   IF KRT-ENTRY-COUNT = ZERO AND NOT KEEP-TOP-RANKING
                       DISPLAY "COLZSRET: NO K OR T RECORD ON "
                           "COLZSRTP.DAT, NOTHING WOULD BE KEPT"
                       SET RUN-REFUSED TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF KEEP-TOP-RANKING AND RANK-COUNT = ZERO
               PERFORM LOAD-RANK-COUNT
           END-IF.
           IF RANK-COUNT > 50
               MOVE 50 TO RANK-COUNT
           END-IF.

       LOAD-ONE-PARAMETER.
           IF PRM-KEEP-RANGE
               PERFORM ADD-KEEP-RANGE
           ELSE
               IF PRM-KEEP-TOP
                   SET KEEP-TOP-RANKING TO TRUE
                   IF PRM-COUNT NOT = SPACES
                       IF PRM-COUNT IS NOT NUMERIC OR PRM-COUNT = ZERO
                           PERFORM REJECT-PARAMETER
                       ELSE
                           MOVE PRM-COUNT TO RANK-COUNT
                       END-IF
                   END-IF
               ELSE
                   IF PRM-KEEP-ENDS
                       IF PRM-COUNT IS NOT NUMERIC
                           PERFORM REJECT-PARAMETER
                       ELSE
                           MOVE PRM-COUNT TO ENDS-KEPT
                       END-IF
                   ELSE
                       IF NOT PRM-COMMENT
                           PERFORM REJECT-PARAMETER
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-PARAMETER.

       ADD-KEEP-RANGE.
           IF PRM-LOW-N IS NOT NUMERIC OR PRM-HIGH-N IS NOT NUMERIC
                   OR PRM-LOW-N > PRM-HIGH-N
               PERFORM REJECT-PARAMETER
           ELSE
               IF KRT-ENTRY-COUNT < 50
                   ADD 1 TO KRT-ENTRY-COUNT
                   MOVE PRM-LOW-N TO KRT-LOW-N (KRT-ENTRY-COUNT)
                   MOVE PRM-HIGH-N TO KRT-HIGH-N (KRT-ENTRY-COUNT)
               ELSE
                   DISPLAY "COLZSRET: MORE THAN 50 K RANGES"
                   PERFORM REJECT-PARAMETER
               END-IF
           END-IF.

       REJECT-PARAMETER.
           DISPLAY "COLZSRET: BAD PARAMETER '" PARM-RECORD "'".
           ADD 1 TO PARM-ERRORS.

      * The same count COLZTOPN ranks by, so the paths kept are the
      * ones on the ranking it prints.
       LOAD-RANK-COUNT.
           MOVE 20 TO RANK-COUNT.
           OPEN INPUT RANK-PARM-FILE.
           IF RANK-PARM-FILE-STATUS = "00"
               READ RANK-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RPR-RANK-COUNT IS NUMERIC
                               AND RPR-RANK-COUNT > ZERO
                           MOVE RPR-RANK-COUNT TO RANK-COUNT
                       END-IF
               END-READ
               CLOSE RANK-PARM-FILE
           END-IF.

       CHECK-FRESH-UNLOAD.
           MOVE 'N' TO EOF-SWITCH.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "COLZSRET: COLZSEQB.DAT NOT AVAILABLE, "
                   "STATUS = " BACKUP-FILE-STATUS
               DISPLAY "COLZSRET: UNLOAD THE STORE WITH COLZSQBK FIRST"
               SET RUN-REFUSED TO TRUE
           ELSE
               PERFORM READ-NEXT-BACKUP
               PERFORM FIND-UNLOAD-TRAILER UNTIL NO-MORE-RECORDS
               CLOSE BACKUP-FILE
               PERFORM CHECK-UNLOAD-TRAILER
           END-IF.

       FIND-UNLOAD-TRAILER.
           IF SQB-TRAILER-RECORD
               SET TRAILER-SEEN TO TRUE
               MOVE SQT-DATE TO UNLOAD-DATE
               MOVE SQT-RECORD-COUNT TO UNLOAD-COUNT
           END-IF.
           PERFORM READ-NEXT-BACKUP.

      * Fresh means taken today and still holding every record on
      * the store, so the unload can put back anything dropped here.
       CHECK-UNLOAD-TRAILER.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           IF NOT TRAILER-SEEN
               DISPLAY "COLZSRET: COLZSEQB.DAT HAS NO TRAILER, "
                   "UNLOAD INCOMPLETE"
               SET RUN-REFUSED TO TRUE
           ELSE
               IF UNLOAD-DATE NOT = WS-CURRENT-DATE
                   DISPLAY "COLZSRET: UNLOAD OF " UNLOAD-DATE
                       " IS NOT FROM TODAY"
                   SET RUN-REFUSED TO TRUE
               ELSE
                   PERFORM COUNT-STORE-RECORDS
                   IF NOT RUN-REFUSED
                           AND STORE-COUNT NOT = UNLOAD-COUNT
                       DISPLAY "COLZSRET: COLZSEQ.DAT HOLDS "
                           STORE-COUNT " RECORDS, UNLOAD HOLDS "
                           UNLOAD-COUNT
                       SET RUN-REFUSED TO TRUE
                   END-IF
               END-IF
           END-IF.

       COUNT-STORE-RECORDS.
           MOVE 'N' TO EOF-SWITCH.
           OPEN INPUT SEQ-FILE.
           IF SEQ-FILE-STATUS NOT = "00"
               DISPLAY "COLZSRET: COLZSEQ.DAT NOT AVAILABLE, "
                   "STATUS = " SEQ-FILE-STATUS
               SET RUN-REFUSED TO TRUE
           ELSE
               PERFORM READ-NEXT-STORE
               PERFORM COUNT-ONE-STORE-RECORD UNTIL NO-MORE-RECORDS
               CLOSE SEQ-FILE
           END-IF.

       COUNT-ONE-STORE-RECORD.
           ADD 1 TO STORE-COUNT.
           PERFORM READ-NEXT-STORE.

       COMPACT-STORE.
           SET COLZMST-FN-OPEN TO TRUE.
           PERFORM CALL-MASTER.
           IF KEEP-TOP-RANKING
               PERFORM BUILD-TOP-RANKING
           END-IF.
           OPEN I-O SEQ-FILE.
           IF SEQ-FILE-STATUS NOT = "00"
               DISPLAY "COLZSRET: COLZSEQ.DAT OPEN FAILED, "
                   "STATUS = " SEQ-FILE-STATUS
               SET RUN-REFUSED TO TRUE
           ELSE
               OPEN OUTPUT REPORT-FILE
               PERFORM WRITE-REPORT-HEADING
               MOVE 'N' TO EOF-SWITCH
               MOVE ZERO TO SSR-START-N
               MOVE ZERO TO SSR-POSITION
               START SEQ-FILE KEY IS NOT LESS THAN SSR-KEY
                   INVALID KEY
                       SET NO-MORE-RECORDS TO TRUE
               END-START
               IF NOT NO-MORE-RECORDS
                   PERFORM READ-NEXT-STORE
               END-IF
               PERFORM COMPACT-ONE-RECORD UNTIL NO-MORE-RECORDS
               PERFORM CLOSE-CURRENT-RANGE
               CLOSE SEQ-FILE
               PERFORM WRITE-REPORT-TOTALS
               CLOSE REPORT-FILE
               DISPLAY "COLZSRET: " RECORDS-READ " RECORDS READ, "
                   RECORDS-DELETED " DELETED, " MARKERS-WRITTEN
                   " MARKERS WRITTEN"
               DISPLAY "COLZSRET: " PATHS-KEPT " PATHS KEPT, "
                   PATHS-TRIMMED " TRIMMED, " PATHS-DROPPED
                   " DROPPED"
               DISPLAY "COLZSRET: TAKE A NEW UNLOAD WITH COLZSQBK "
                   "BEFORE THE NEXT COMPACTION"
           END-IF.
           SET COLZMST-FN-CLOSE TO TRUE.
           PERFORM CALL-MASTER.

       COMPACT-ONE-RECORD.
           ADD 1 TO RECORDS-READ.
           IF NOT GROUP-IS-OPEN OR SSR-START-N NOT = GROUP-N
               PERFORM OPEN-ONE-GROUP
           END-IF.
           IF GROUP-IS-KEPT
               ADD 1 TO RECORDS-KEPT
           ELSE
               IF GROUP-IS-TRIMMED
                       AND (SSR-RETENTION-MARKER
                       OR SSR-POSITION < ENDS-KEPT
                       OR SSR-POSITION + ENDS-KEPT > GROUP-STEPS)
                   ADD 1 TO RECORDS-KEPT
               ELSE
                   PERFORM DELETE-ONE-RECORD
               END-IF
           END-IF.
           PERFORM READ-NEXT-STORE.

       DELETE-ONE-RECORD.
           DELETE SEQ-FILE RECORD
               INVALID KEY
                   DISPLAY "COLZSRET: DELETE FAILED FOR KEY " SSR-KEY
                       ", STATUS = " SEQ-FILE-STATUS
                   ADD 1 TO DELETE-ERRORS
               NOT INVALID KEY
                   ADD 1 TO RECORDS-DELETED
                   ADD 1 TO RANGE-DELETED
           END-DELETE.

      * Decides what happens to the whole path of a new start N and
      * carries the report range forward.
       OPEN-ONE-GROUP.
           SET GROUP-IS-OPEN TO TRUE.
           MOVE SSR-START-N TO GROUP-N.
           PERFORM CHECK-PATH-RETAINED.
           IF MATCH-SUB > ZERO
               SET GROUP-IS-KEPT TO TRUE
               ADD 1 TO PATHS-KEPT
           ELSE
               SET COLZMST-FN-READ TO TRUE
               MOVE GROUP-N TO COLZMST-N
               PERFORM CALL-MASTER
               IF COLZMST-FOUND
                   SET GROUP-IS-TRIMMED TO TRUE
                   MOVE COLZMST-STEPS TO GROUP-STEPS
                   ADD 1 TO PATHS-TRIMMED
                   PERFORM WRITE-RETENTION-MARKER
               ELSE
                   SET GROUP-IS-DROPPED TO TRUE
                   ADD 1 TO PATHS-DROPPED
               END-IF
           END-IF.
           IF RANGE-KIND NOT = GROUP-KIND
               PERFORM CLOSE-CURRENT-RANGE
               MOVE GROUP-KIND TO RANGE-KIND
               MOVE GROUP-N TO RANGE-START
               MOVE ZERO TO RANGE-PATHS
               MOVE ZERO TO RANGE-DELETED
           END-IF.
           MOVE GROUP-N TO RANGE-END.
           ADD 1 TO RANGE-PATHS.

       CHECK-PATH-RETAINED.
           MOVE ZERO TO MATCH-SUB.
           PERFORM FIND-KEEP-RANGE
               VARYING RANK-SUB FROM 1 BY 1
               UNTIL RANK-SUB > KRT-ENTRY-COUNT OR MATCH-SUB > ZERO.
           IF MATCH-SUB = ZERO
               PERFORM FIND-STEPS-RANK
                   VARYING RANK-SUB FROM 1 BY 1
                   UNTIL RANK-SUB > SRT-ENTRY-COUNT OR MATCH-SUB > ZERO
           END-IF.
           IF MATCH-SUB = ZERO
               PERFORM FIND-PEAK-RANK
                   VARYING RANK-SUB FROM 1 BY 1
                   UNTIL RANK-SUB > PRT-ENTRY-COUNT OR MATCH-SUB > ZERO
           END-IF.

       FIND-KEEP-RANGE.
           IF GROUP-N NOT < KRT-LOW-N (RANK-SUB)
                   AND GROUP-N NOT > KRT-HIGH-N (RANK-SUB)
               MOVE RANK-SUB TO MATCH-SUB
           END-IF.

       FIND-STEPS-RANK.
           IF SRT-N (RANK-SUB) = GROUP-N
               MOVE RANK-SUB TO MATCH-SUB
           END-IF.

       FIND-PEAK-RANK.
           IF PRT-N (RANK-SUB) = GROUP-N
               MOVE RANK-SUB TO MATCH-SUB
           END-IF.

      * The marker sits after every real position of the N, so the
      * browse is put back on the record just read once it is added.
       WRITE-RETENTION-MARKER.
           MOVE SSR-KEY TO HELD-KEY.
           MOVE GROUP-N TO SSR-START-N.
           SET SSR-RETENTION-MARKER TO TRUE.
           MOVE GROUP-STEPS TO SSR-VALUE.
           WRITE SEQ-STORE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO MARKERS-WRITTEN
           END-WRITE.
           MOVE HELD-KEY TO SSR-KEY.
           START SEQ-FILE KEY IS NOT LESS THAN SSR-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           IF NOT NO-MORE-RECORDS
               PERFORM READ-NEXT-STORE
           END-IF.

       CLOSE-CURRENT-RANGE.
           IF RANGE-IS-OPEN
               IF RANGE-IS-KEPT
                   MOVE "KEPT" TO RDL-KIND
               ELSE
                   IF RANGE-IS-TRIMMED
                       MOVE "TRIMMED" TO RDL-KIND
                   ELSE
                       MOVE "DROPPED" TO RDL-KIND
                   END-IF
               END-IF
               MOVE RANGE-START TO RDL-FROM-N
               MOVE RANGE-END TO RDL-TO-N
               MOVE RANGE-PATHS TO RDL-PATHS
               MOVE RANGE-DELETED TO RDL-DELETED
               WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE
               MOVE SPACE TO RANGE-KIND
           END-IF.

       WRITE-REPORT-HEADING.
           WRITE REPORT-RECORD FROM REPORT-TITLE-LINE.
           MOVE KRT-ENTRY-COUNT TO RRL-RANGES.
           MOVE RANK-COUNT TO RRL-RANK.
           MOVE ENDS-KEPT TO RRL-ENDS.
           WRITE REPORT-RECORD FROM REPORT-RULE-LINE.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           WRITE REPORT-RECORD FROM REPORT-COLUMN-LINE.

       WRITE-REPORT-TOTALS.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE "RECORDS READ" TO RTL-LABEL.
           MOVE RECORDS-READ TO RTL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
           MOVE "RECORDS KEPT" TO RTL-LABEL.
           MOVE RECORDS-KEPT TO RTL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
           MOVE "RECORDS DELETED" TO RTL-LABEL.
           MOVE RECORDS-DELETED TO RTL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
           MOVE "RETENTION MARKERS WRITTEN" TO RTL-LABEL.
           MOVE MARKERS-WRITTEN TO RTL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
           MOVE "DELETE FAILURES" TO RTL-LABEL.
           MOVE DELETE-ERRORS TO RTL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
           MOVE "PATHS KEPT IN FULL" TO RTL-LABEL.
           MOVE PATHS-KEPT TO RTL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
           MOVE "PATHS TRIMMED, ON MASTER" TO RTL-LABEL.
           MOVE PATHS-TRIMMED TO RTL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
           MOVE "PATHS DROPPED, NO MASTER" TO RTL-LABEL.
           MOVE PATHS-DROPPED TO RTL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.

      * Ranked the way COLZTOPN ranks: OK records only, by steps and
      * by peak, ties going to the lower N.
       BUILD-TOP-RANKING.
           MOVE ZERO TO COLZMST-N.
           SET COLZMST-FN-START TO TRUE.
           PERFORM CALL-MASTER.
           IF NOT COLZMST-FOUND
               SET NO-MORE-MASTER TO TRUE
           END-IF.
           PERFORM RANK-NEXT-RECORD UNTIL NO-MORE-MASTER.

       RANK-NEXT-RECORD.
           SET COLZMST-FN-NEXT TO TRUE.
           PERFORM CALL-MASTER.
           IF NOT COLZMST-FOUND
               SET NO-MORE-MASTER TO TRUE
           ELSE
               IF COLZMST-RESULT-OK
                   PERFORM RANK-BY-STEPS
                   PERFORM RANK-BY-PEAK
               END-IF
           END-IF.

       RANK-BY-STEPS.
           MOVE ZERO TO INSERT-SUB.
           PERFORM FIND-STEPS-SLOT
               VARYING RANK-SUB FROM 1 BY 1
               UNTIL RANK-SUB > SRT-ENTRY-COUNT OR INSERT-SUB > ZERO.
           IF INSERT-SUB = ZERO AND SRT-ENTRY-COUNT < RANK-COUNT
               ADD 1 TO SRT-ENTRY-COUNT
               MOVE SRT-ENTRY-COUNT TO INSERT-SUB
           ELSE
               IF INSERT-SUB > ZERO
                   IF SRT-ENTRY-COUNT < RANK-COUNT
                       ADD 1 TO SRT-ENTRY-COUNT
                   END-IF
                   PERFORM SHIFT-STEPS-ENTRY
                       VARYING SHIFT-SUB FROM SRT-ENTRY-COUNT BY -1
                       UNTIL SHIFT-SUB <= INSERT-SUB
               END-IF
           END-IF.
           IF INSERT-SUB > ZERO
               MOVE COLZMST-N TO SRT-N (INSERT-SUB)
               MOVE COLZMST-STEPS TO SRT-STEPS (INSERT-SUB)
           END-IF.

       FIND-STEPS-SLOT.
           IF COLZMST-STEPS > SRT-STEPS (RANK-SUB)
               MOVE RANK-SUB TO INSERT-SUB
           END-IF.

       SHIFT-STEPS-ENTRY.
           MOVE SRT-ENTRY (SHIFT-SUB - 1) TO SRT-ENTRY (SHIFT-SUB).

       RANK-BY-PEAK.
           MOVE ZERO TO INSERT-SUB.
           PERFORM FIND-PEAK-SLOT
               VARYING RANK-SUB FROM 1 BY 1
               UNTIL RANK-SUB > PRT-ENTRY-COUNT OR INSERT-SUB > ZERO.
           IF INSERT-SUB = ZERO AND PRT-ENTRY-COUNT < RANK-COUNT
               ADD 1 TO PRT-ENTRY-COUNT
               MOVE PRT-ENTRY-COUNT TO INSERT-SUB
           ELSE
               IF INSERT-SUB > ZERO
                   IF PRT-ENTRY-COUNT < RANK-COUNT
                       ADD 1 TO PRT-ENTRY-COUNT
                   END-IF
                   PERFORM SHIFT-PEAK-ENTRY
                       VARYING SHIFT-SUB FROM PRT-ENTRY-COUNT BY -1
                       UNTIL SHIFT-SUB <= INSERT-SUB
               END-IF
           END-IF.
           IF INSERT-SUB > ZERO
               MOVE COLZMST-N TO PRT-N (INSERT-SUB)
               MOVE COLZMST-PEAK TO PRT-PEAK (INSERT-SUB)
           END-IF.

       FIND-PEAK-SLOT.
           IF COLZMST-PEAK > PRT-PEAK (RANK-SUB)
               MOVE RANK-SUB TO INSERT-SUB
           END-IF.

       SHIFT-PEAK-ENTRY.
           MOVE PRT-ENTRY (SHIFT-SUB - 1) TO PRT-ENTRY (SHIFT-SUB).

       CALL-MASTER.
           MOVE "COLZSRET" TO COLZMST-CALLER.
           CALL "COLZMSTR" USING COLZMST-FUNCTION, COLZMST-N,
               COLZMST-STEPS, COLZMST-PEAK, COLZMST-RESULT-STATUS,
               COLZMST-RETURN, COLZMST-CALLER, COLZMST-METRICS.

       READ-NEXT-PARAMETER.
           READ PARM-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.

       READ-NEXT-BACKUP.
           READ BACKUP-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.

       READ-NEXT-STORE.
           READ SEQ-FILE NEXT RECORD
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.
       END PROGRAM COLZSRET.
