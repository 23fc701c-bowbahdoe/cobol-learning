       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOTLBOOK.

      * Formats BOTLRPT.DAT into a paged lyrics book for the print
      * room, BOTLBOOK.DAT. A first pass builds one table entry per
      * request and works out the page each request will start on;
      * the second pass prints the contents page, every request from
      * the top of a new page, and the control-total pages, which
      * balance the book against the BOTLDRV run-log records that
      * produced it. Page depth comes from BOTLBKP.DAT (default 60).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "BOTLBKP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT BOTTLES-RPT ASSIGN TO "BOTLRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-FILE-STATUS.
           SELECT BOOK-FILE ASSIGN TO "BOTLBOOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-PAGE-LINES PICTURE 9(3).

       FD  BOTTLES-RPT.
       01  BOTTLES-RPT-RECORD.
           05  RPT-COUNT PICTURE 99.
           05  RPT-SEP PICTURE X(01).
           05  RPT-TEXT PICTURE X(40).
       01  BOTTLES-RPT-HEADER.
           05  RPH-COUNT PICTURE 99.
           05  RPH-SEP PICTURE X(01).
           05  RPH-TAG PICTURE X(12).
               88  RPH-REQUEST-HEADER VALUE "*** REQUEST ".
           05  RPH-REQUEST PICTURE 9(9).
           05  RPH-TEMPLATE-TAG PICTURE X(10).
           05  RPH-TEMPLATE PICTURE X(4).
           05  FILLER PICTURE X(05).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           05  RLR-PROGRAM-NAME      PICTURE X(8).
           05  RLR-SEP-1             PICTURE X(01).
           05  RLR-START-STAMP       PICTURE X(17).
           05  RLR-SEP-2             PICTURE X(01).
           05  RLR-END-STAMP         PICTURE X(17).
           05  RLR-SEP-3             PICTURE X(01).
           05  RLR-RECORDS-READ      PICTURE 9(9).
           05  RLR-SEP-4             PICTURE X(01).
           05  RLR-RECORDS-PROCESSED PICTURE 9(9).
           05  RLR-SEP-5             PICTURE X(01).
           05  RLR-EXCEPTION-COUNT   PICTURE 9(9).
           05  RLR-SEP-6             PICTURE X(01).
           05  RLR-FINAL-STATUS      PICTURE X(10).

       FD  BOOK-FILE.
       01  BOOK-RECORD PICTURE X(80).

       WORKING-STORAGE SECTION.
       77  EOF-SWITCH PICTURE X VALUE 'N'.
           88 NO-MORE-RECORDS VALUE 'Y'.
       77  PARM-FILE-STATUS PICTURE XX.
       77  REPORT-FILE-STATUS PICTURE XX.
       77  RUN-LOG-FILE-STATUS PICTURE XX.
       77  RUN-DATE PICTURE 9(8).
       77  PAGE-LINES PICTURE 9(3) VALUE 60.
       77  BODY-LINES-PER-PAGE PICTURE 9(3).
       77  CONTENTS-PER-PAGE PICTURE 9(3).
       77  LINES-ON-PAGE PICTURE 9(3).
       77  PAGE-NUMBER PICTURE 9(5) VALUE ZERO.
       77  NEXT-START-PAGE PICTURE 9(5).
       77  REQUEST-PAGES PICTURE 9(5).
       77  CONTENTS-PAGES PICTURE 9(5).
       77  REPORT-LINES-READ PICTURE 9(9) VALUE ZERO.
       77  UNOWNED-LINES PICTURE 9(9) VALUE ZERO.
       77  REQUESTS-ON-REPORT PICTURE 9(9) VALUE ZERO.
       77  REQUESTS-NOT-LISTED PICTURE 9(9) VALUE ZERO.
       77  REQUESTS-IN-ERROR PICTURE 9(9) VALUE ZERO.
       77  TOTAL-VERSES PICTURE 9(9) VALUE ZERO.
       77  TOTAL-LINES PICTURE 9(9) VALUE ZERO.
       77  PREVIOUS-COUNT PICTURE 99.
       77  PREVIOUS-REQUEST PICTURE 9(9) VALUE ZERO.
       77  BOOK-SUB PICTURE 9(3).
       77  REQ-SUB PICTURE 9(3) VALUE ZERO.
       77  VERSES-PRINTED PICTURE 9(3).
       77  RUN-LOG-READ PICTURE 9(9) VALUE ZERO.
       77  CYCLE-RUNS PICTURE 9(3) VALUE ZERO.
       77  CYCLE-READ PICTURE 9(9) VALUE ZERO.
       77  CYCLE-COMPLETED PICTURE 9(9) VALUE ZERO.
       77  CYCLE-EXCEPTIONS PICTURE 9(9) VALUE ZERO.
       77  CYCLE-STATUS PICTURE X(10) VALUE SPACES.
       77  OVERALL-SWITCH PICTURE X VALUE 'Y'.
           88 BOOK-IS-BALANCED VALUE 'Y'.
       COPY runlog.

      * One entry per request header found on BOTLRPT.DAT. The
      * verse and line counts cover the lyric lines under the
      * header; a song is whole when it has one verse for every
      * bottle it started with, three lines to a verse, and the
      * closing line.
       01  BOOK-TABLE.
           05  BKT-ENTRY-COUNT PICTURE 9(3) VALUE ZERO.
           05  BKT-ENTRY OCCURS 500 TIMES.
               10  BKT-REQUEST     PICTURE 9(9).
               10  BKT-TEMPLATE    PICTURE X(4).
               10  BKT-START-COUNT PICTURE 99.
               10  BKT-VERSES      PICTURE 9(3).
               10  BKT-LINES       PICTURE 9(5).
               10  BKT-PRINT-LINES PICTURE 9(5).
               10  BKT-START-PAGE  PICTURE 9(5).
               10  BKT-CONDITION   PICTURE X(16).

       01  PAGE-HEADING-LINE.
           05  FILLER PICTURE X(20) VALUE "BOTTLES LYRICS BOOK ".
           05  PHL-SECTION PICTURE X(30).
           05  FILLER PICTURE X(09) VALUE "PRINTED  ".
           05  PHL-DATE PICTURE 9(8).
           05  FILLER PICTURE X(07) VALUE "  PAGE ".
           05  PHL-PAGE PICTURE ZZZZ9.
           05  FILLER PICTURE X(01) VALUE SPACE.

       01  SECTION-REQUEST-TEXT.
           05  FILLER PICTURE X(08) VALUE "REQUEST ".
           05  SRT-REQUEST PICTURE 9(9).
           05  FILLER PICTURE X(13) VALUE SPACES.

       01  CONTENTS-COLUMN-LINE.
           05  FILLER PICTURE X(40) VALUE
               "  REQUEST    TEMPLATE   STARTING COUNT  ".
           05  FILLER PICTURE X(40) VALUE "   PAGE".

       01  CONTENTS-DETAIL-LINE.
           05  CDL-REQUEST PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(04) VALUE SPACES.
           05  CDL-TEMPLATE PICTURE X(4).
           05  FILLER PICTURE X(19) VALUE SPACES.
           05  CDL-START-COUNT PICTURE Z9.
           05  FILLER PICTURE X(04) VALUE SPACES.
           05  CDL-PAGE PICTURE ZZZZ9.
           05  FILLER PICTURE X(33) VALUE SPACES.

       01  REQUEST-HEADING-LINE.
           05  FILLER PICTURE X(08) VALUE "REQUEST ".
           05  RHL-REQUEST PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(11) VALUE "  TEMPLATE ".
           05  RHL-TEMPLATE PICTURE X(4).
           05  FILLER PICTURE X(15) VALUE "  STARTING AT ".
           05  RHL-START-COUNT PICTURE Z9.
           05  FILLER PICTURE X(31) VALUE SPACES.

       01  LYRIC-LINE.
           05  FILLER PICTURE X(04) VALUE SPACES.
           05  LYL-COUNT PICTURE ZZ.
           05  FILLER PICTURE X(02) VALUE SPACES.
           05  LYL-TEXT PICTURE X(40).
           05  FILLER PICTURE X(32) VALUE SPACES.

       01  TOTALS-COLUMN-LINE.
           05  FILLER PICTURE X(39) VALUE
               "  REQUEST    TEMPLATE  START  VERSES   ".
           05  FILLER PICTURE X(41) VALUE "LINES  CONDITION".

       01  TOTALS-DETAIL-LINE.
           05  TDL-REQUEST PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(04) VALUE SPACES.
           05  TDL-TEMPLATE PICTURE X(4).
           05  FILLER PICTURE X(09) VALUE SPACES.
           05  TDL-START-COUNT PICTURE Z9.
           05  FILLER PICTURE X(05) VALUE SPACES.
           05  TDL-VERSES PICTURE ZZ9.
           05  FILLER PICTURE X(03) VALUE SPACES.
           05  TDL-LINES PICTURE ZZZZ9.
           05  FILLER PICTURE X(02) VALUE SPACES.
           05  TDL-CONDITION PICTURE X(16).
           05  FILLER PICTURE X(18) VALUE SPACES.

       01  CONTROL-TOTAL-LINE.
           05  CTL-LABEL PICTURE X(36).
           05  CTL-VALUE PICTURE ZZZZZZZZ9.
           05  FILLER PICTURE X(02) VALUE SPACES.
           05  CTL-NOTE PICTURE X(33).

       01  BOOK-MESSAGE-LINE.
           05  BML-TEXT PICTURE X(80).

       01  BLANK-LINE PICTURE X(80) VALUE SPACES.
       01  HELD-LINE PICTURE X(80).

       PROCEDURE DIVISION.
           PERFORM BEGIN.
       BEGIN.
           MOVE "BOTLBOOK" TO RUNLOG-PROGRAM-NAME.
           SET RUNLOG-FN-START TO TRUE.
           PERFORM CALL-RUN-LOG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-PARAMETERS.
           OPEN INPUT BOTTLES-RPT.
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "BOTLBOOK: BOTLRPT.DAT NOT AVAILABLE, STATUS = "
                   REPORT-FILE-STATUS
               PERFORM WRITE-FAILED-SUMMARY
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM READ-NEXT-REPORT-LINE.
           PERFORM LOAD-ONE-REPORT-LINE UNTIL NO-MORE-RECORDS.
           CLOSE BOTTLES-RPT.
           IF REQUESTS-NOT-LISTED > ZERO
               DISPLAY "BOTLBOOK: MORE THAN 500 REQUESTS ON "
                   "BOTLRPT.DAT, BOOK NOT PRINTED"
               PERFORM WRITE-FAILED-SUMMARY
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-BOTLDRV-CYCLE.
           PERFORM ASSIGN-START-PAGES.
           OPEN OUTPUT BOOK-FILE.
           PERFORM PRINT-CONTENTS.
           OPEN INPUT BOTTLES-RPT.
           MOVE 'N' TO EOF-SWITCH.
           MOVE ZERO TO REQ-SUB.
           PERFORM READ-NEXT-REPORT-LINE.
           PERFORM PRINT-ONE-REPORT-LINE UNTIL NO-MORE-RECORDS.
           CLOSE BOTTLES-RPT.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE BOOK-FILE.
           DISPLAY "BOTLBOOK: " REQUESTS-ON-REPORT " REQUESTS, "
               TOTAL-VERSES " VERSES, " PAGE-NUMBER " PAGES".
           MOVE REPORT-LINES-READ TO RUNLOG-RECORDS-READ.
           MOVE REQUESTS-ON-REPORT TO RUNLOG-RECORDS-PROCESSED.
           MOVE REQUESTS-IN-ERROR TO RUNLOG-EXCEPTION-COUNT.
           IF BOOK-IS-BALANCED
               SET RUNLOG-STATUS-CLEAN TO TRUE
           ELSE
               DISPLAY "BOTLBOOK: BOOK DOES NOT BALANCE TO BOTLDRV "
                   "RUN-LOG, SEE CONTROL TOTALS IN BOTLBOOK.DAT"
               SET RUNLOG-STATUS-EXCEPTIONS TO TRUE
           END-IF.
           SET RUNLOG-FN-END TO TRUE.
           PERFORM CALL-RUN-LOG.
           IF BOOK-IS-BALANCED
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       WRITE-FAILED-SUMMARY.
           MOVE REPORT-LINES-READ TO RUNLOG-RECORDS-READ.
           MOVE ZERO TO RUNLOG-RECORDS-PROCESSED.
           MOVE ZERO TO RUNLOG-EXCEPTION-COUNT.
           SET RUNLOG-STATUS-FAILED TO TRUE.
           SET RUNLOG-FN-END TO TRUE.
           PERFORM CALL-RUN-LOG.

       CALL-RUN-LOG.
           CALL "RUNLOG" USING RUNLOG-FUNCTION, RUNLOG-PROGRAM-NAME,
               RUNLOG-COUNTS, RUNLOG-FINAL-STATUS.

      * Each page carries a heading line and a blank line; the
      * contents page also has its column line and a blank.
       LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRM-PAGE-LINES IS NUMERIC
                               AND PRM-PAGE-LINES >= 10
                           MOVE PRM-PAGE-LINES TO PAGE-LINES
                       ELSE
                           DISPLAY "BOTLBOOK: PAGE DEPTH '"
                               PRM-PAGE-LINES "' IGNORED, USING "
                               PAGE-LINES
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           COMPUTE BODY-LINES-PER-PAGE = PAGE-LINES - 2.
           COMPUTE CONTENTS-PER-PAGE = BODY-LINES-PER-PAGE - 2.

      * A verse starts on a counted line that follows an uncounted
      * one - the request header or the last verse's take-down line.
       LOAD-ONE-REPORT-LINE.
           ADD 1 TO REPORT-LINES-READ.
           IF RPH-COUNT = ZERO AND RPH-REQUEST-HEADER
               PERFORM ADD-BOOK-ENTRY
           ELSE
               IF REQ-SUB = ZERO
                   ADD 1 TO UNOWNED-LINES
               ELSE
                   ADD 1 TO BKT-LINES (REQ-SUB)
                   IF RPT-COUNT IS NUMERIC AND RPT-COUNT > ZERO
                       IF PREVIOUS-COUNT = ZERO
                           ADD 1 TO BKT-VERSES (REQ-SUB)
                           IF BKT-VERSES (REQ-SUB) = 1
                               MOVE RPT-COUNT
                                   TO BKT-START-COUNT (REQ-SUB)
                           END-IF
                       END-IF
                       MOVE RPT-COUNT TO PREVIOUS-COUNT
                   ELSE
                       MOVE ZERO TO PREVIOUS-COUNT
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-REPORT-LINE.

       ADD-BOOK-ENTRY.
           ADD 1 TO REQUESTS-ON-REPORT.
           IF BKT-ENTRY-COUNT < 500
               ADD 1 TO BKT-ENTRY-COUNT
               MOVE BKT-ENTRY-COUNT TO REQ-SUB
               MOVE RPH-TEMPLATE TO BKT-TEMPLATE (REQ-SUB)
               MOVE ZERO TO BKT-START-COUNT (REQ-SUB)
               MOVE ZERO TO BKT-VERSES (REQ-SUB)
               MOVE ZERO TO BKT-LINES (REQ-SUB)
               MOVE SPACES TO BKT-CONDITION (REQ-SUB)
               IF RPH-REQUEST IS NUMERIC
                   MOVE RPH-REQUEST TO BKT-REQUEST (REQ-SUB)
               ELSE
                   MOVE ZERO TO BKT-REQUEST (REQ-SUB)
               END-IF
               IF BKT-REQUEST (REQ-SUB) NOT > PREVIOUS-REQUEST
                   MOVE "OUT OF SEQUENCE" TO BKT-CONDITION (REQ-SUB)
               END-IF
               MOVE BKT-REQUEST (REQ-SUB) TO PREVIOUS-REQUEST
           ELSE
               ADD 1 TO REQUESTS-NOT-LISTED
           END-IF.
           MOVE ZERO TO PREVIOUS-COUNT.

      * BOTLDRV logs one record per run, and a run stopped at the
      * elapsed limit is finished by one or more restarts that each
      * log only the requests they completed. The book is balanced
      * against the last cycle: the latest BOTLDRV record together
      * with the STOPPED records running straight up to it.
       LOAD-BOTLDRV-CYCLE.
           OPEN INPUT RUN-LOG-FILE.
           IF RUN-LOG-FILE-STATUS NOT = "00"
               DISPLAY "BOTLBOOK: RUNLOG.DAT NOT AVAILABLE, STATUS = "
                   RUN-LOG-FILE-STATUS ", NO BOTLDRV RUN FOUND"
           ELSE
               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-NEXT-RUN-LOG
               PERFORM NOTE-ONE-RUN-LOG UNTIL NO-MORE-RECORDS
               CLOSE RUN-LOG-FILE
           END-IF.

       NOTE-ONE-RUN-LOG.
           ADD 1 TO RUN-LOG-READ.
           IF RLR-PROGRAM-NAME = "BOTLDRV "
               IF CYCLE-STATUS NOT = "STOPPED"
                   MOVE ZERO TO CYCLE-RUNS
                   MOVE ZERO TO CYCLE-COMPLETED
                   MOVE ZERO TO CYCLE-EXCEPTIONS
               END-IF
               ADD 1 TO CYCLE-RUNS
               MOVE RLR-RECORDS-READ TO CYCLE-READ
               ADD RLR-RECORDS-PROCESSED TO CYCLE-COMPLETED
               ADD RLR-EXCEPTION-COUNT TO CYCLE-EXCEPTIONS
               MOVE RLR-FINAL-STATUS TO CYCLE-STATUS
           END-IF.
           PERFORM READ-NEXT-RUN-LOG.

       ASSIGN-START-PAGES.
           COMPUTE CONTENTS-PAGES =
               (BKT-ENTRY-COUNT + CONTENTS-PER-PAGE - 1)
                   / CONTENTS-PER-PAGE.
           IF CONTENTS-PAGES = ZERO
               MOVE 1 TO CONTENTS-PAGES
           END-IF.
           COMPUTE NEXT-START-PAGE = CONTENTS-PAGES + 1.
           PERFORM ASSIGN-ONE-START-PAGE
               VARYING BOOK-SUB FROM 1 BY 1
               UNTIL BOOK-SUB > BKT-ENTRY-COUNT.

      * Matches PRINT-ONE-REPORT-LINE: the request heading and a
      * blank, the lyric lines, and a blank ahead of every verse but
      * the first.
       ASSIGN-ONE-START-PAGE.
           MOVE NEXT-START-PAGE TO BKT-START-PAGE (BOOK-SUB).
           COMPUTE BKT-PRINT-LINES (BOOK-SUB) =
               2 + BKT-LINES (BOOK-SUB).
           IF BKT-VERSES (BOOK-SUB) > 1
               COMPUTE BKT-PRINT-LINES (BOOK-SUB) =
                   BKT-PRINT-LINES (BOOK-SUB)
                       + BKT-VERSES (BOOK-SUB) - 1
           END-IF.
           COMPUTE REQUEST-PAGES =
               (BKT-PRINT-LINES (BOOK-SUB) + BODY-LINES-PER-PAGE - 1)
                   / BODY-LINES-PER-PAGE.
           ADD REQUEST-PAGES TO NEXT-START-PAGE.

       PRINT-CONTENTS.
           MOVE "CONTENTS" TO PHL-SECTION.
           PERFORM START-CONTENTS-PAGE.
           PERFORM PRINT-ONE-CONTENTS-ENTRY
               VARYING BOOK-SUB FROM 1 BY 1
               UNTIL BOOK-SUB > BKT-ENTRY-COUNT.

       START-CONTENTS-PAGE.
           PERFORM START-NEW-PAGE.
           MOVE CONTENTS-COLUMN-LINE TO BOOK-RECORD.
           PERFORM PRINT-BODY-LINE.
           MOVE BLANK-LINE TO BOOK-RECORD.
           PERFORM PRINT-BODY-LINE.

       PRINT-ONE-CONTENTS-ENTRY.
           IF LINES-ON-PAGE >= BODY-LINES-PER-PAGE
               PERFORM START-CONTENTS-PAGE
           END-IF.
           MOVE BKT-REQUEST (BOOK-SUB) TO CDL-REQUEST.
           MOVE BKT-TEMPLATE (BOOK-SUB) TO CDL-TEMPLATE.
           MOVE BKT-START-COUNT (BOOK-SUB) TO CDL-START-COUNT.
           MOVE BKT-START-PAGE (BOOK-SUB) TO CDL-PAGE.
           MOVE CONTENTS-DETAIL-LINE TO BOOK-RECORD.
           PERFORM PRINT-BODY-LINE.

      * Lines ahead of the first request header belong to no request
      * and are left out of the book; they are counted against it
      * in the control totals.
       PRINT-ONE-REPORT-LINE.
           IF RPH-COUNT = ZERO AND RPH-REQUEST-HEADER
               ADD 1 TO REQ-SUB
               MOVE ZERO TO VERSES-PRINTED
               MOVE ZERO TO PREVIOUS-COUNT
               IF REQ-SUB <= BKT-ENTRY-COUNT
                   PERFORM PRINT-REQUEST-HEADING
               END-IF
           ELSE
               IF REQ-SUB > ZERO AND REQ-SUB <= BKT-ENTRY-COUNT
                   PERFORM PRINT-LYRIC-LINE
               END-IF
           END-IF.
           PERFORM READ-NEXT-REPORT-LINE.

       PRINT-REQUEST-HEADING.
           MOVE BKT-REQUEST (REQ-SUB) TO SRT-REQUEST.
           MOVE SECTION-REQUEST-TEXT TO PHL-SECTION.
           PERFORM START-NEW-PAGE.
           MOVE BKT-REQUEST (REQ-SUB) TO RHL-REQUEST.
           MOVE BKT-TEMPLATE (REQ-SUB) TO RHL-TEMPLATE.
           MOVE BKT-START-COUNT (REQ-SUB) TO RHL-START-COUNT.
           MOVE REQUEST-HEADING-LINE TO BOOK-RECORD.
           PERFORM PRINT-BODY-LINE.
           MOVE BLANK-LINE TO BOOK-RECORD.
           PERFORM PRINT-BODY-LINE.

       PRINT-LYRIC-LINE.
           IF RPT-COUNT IS NUMERIC AND RPT-COUNT > ZERO
               IF PREVIOUS-COUNT = ZERO
                   ADD 1 TO VERSES-PRINTED
                   IF VERSES-PRINTED > 1
                       MOVE BLANK-LINE TO BOOK-RECORD
                       PERFORM PRINT-BODY-LINE
                   END-IF
               END-IF
               MOVE RPT-COUNT TO PREVIOUS-COUNT
               MOVE RPT-COUNT TO LYL-COUNT
           ELSE
               MOVE ZERO TO PREVIOUS-COUNT
               MOVE ZERO TO LYL-COUNT
           END-IF.
           MOVE RPT-TEXT TO LYL-TEXT.
           MOVE LYRIC-LINE TO BOOK-RECORD.
           PERFORM PRINT-BODY-LINE.

       PRINT-CONTROL-TOTALS.
           MOVE "CONTROL TOTALS" TO PHL-SECTION.
           PERFORM START-TOTALS-PAGE.
           PERFORM PRINT-ONE-REQUEST-TOTAL
               VARYING BOOK-SUB FROM 1 BY 1
               UNTIL BOOK-SUB > BKT-ENTRY-COUNT.
           PERFORM PRINT-CYCLE-BALANCE.

       START-TOTALS-PAGE.
           PERFORM START-NEW-PAGE.
           MOVE TOTALS-COLUMN-LINE TO BOOK-RECORD.
           PERFORM PRINT-BODY-LINE.
           MOVE BLANK-LINE TO BOOK-RECORD.
           PERFORM PRINT-BODY-LINE.

       PRINT-ONE-REQUEST-TOTAL.
           IF LINES-ON-PAGE >= BODY-LINES-PER-PAGE
               PERFORM START-TOTALS-PAGE
           END-IF.
           IF BKT-CONDITION (BOOK-SUB) = SPACES
               IF BKT-VERSES (BOOK-SUB) = BKT-START-COUNT (BOOK-SUB)
                       AND BKT-VERSES (BOOK-SUB) > ZERO
                       AND BKT-LINES (BOOK-SUB) =
                           (BKT-VERSES (BOOK-SUB) * 3) + 1
                   MOVE "COMPLETE" TO BKT-CONDITION (BOOK-SUB)
               ELSE
                   MOVE "SONG INCOMPLETE" TO BKT-CONDITION (BOOK-SUB)
               END-IF
           END-IF.
           IF BKT-CONDITION (BOOK-SUB) NOT = "COMPLETE"
               ADD 1 TO REQUESTS-IN-ERROR
           END-IF.
           ADD BKT-VERSES (BOOK-SUB) TO TOTAL-VERSES.
           ADD BKT-LINES (BOOK-SUB) TO TOTAL-LINES.
           MOVE BKT-REQUEST (BOOK-SUB) TO TDL-REQUEST.
           MOVE BKT-TEMPLATE (BOOK-SUB) TO TDL-TEMPLATE.
           MOVE BKT-START-COUNT (BOOK-SUB) TO TDL-START-COUNT.
           MOVE BKT-VERSES (BOOK-SUB) TO TDL-VERSES.
           MOVE BKT-LINES (BOOK-SUB) TO TDL-LINES.
           MOVE BKT-CONDITION (BOOK-SUB) TO TDL-CONDITION.
           MOVE TOTALS-DETAIL-LINE TO BOOK-RECORD.
           PERFORM PRINT-BODY-LINE.

      * The book balances when BOTLDRV's last cycle finished, every
      * request it completed is in the book and nothing else is,
      * and every song in the book is whole.
       PRINT-CYCLE-BALANCE.
           IF LINES-ON-PAGE + 13 > BODY-LINES-PER-PAGE
               PERFORM START-NEW-PAGE
           ELSE
               MOVE BLANK-LINE TO BOOK-RECORD
               PERFORM PRINT-BODY-LINE
           END-IF.
           MOVE SPACES TO CTL-NOTE.
           MOVE "REQUESTS IN BOOK" TO CTL-LABEL.
           MOVE REQUESTS-ON-REPORT TO CTL-VALUE.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "VERSES IN BOOK" TO CTL-LABEL.
           MOVE TOTAL-VERSES TO CTL-VALUE.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "LYRIC LINES IN BOOK" TO CTL-LABEL.
           MOVE TOTAL-LINES TO CTL-VALUE.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "REQUESTS NOT COMPLETE IN BOOK" TO CTL-LABEL.
           MOVE REQUESTS-IN-ERROR TO CTL-VALUE.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "REPORT LINES OUTSIDE ANY REQUEST" TO CTL-LABEL.
           MOVE UNOWNED-LINES TO CTL-VALUE.
           PERFORM PRINT-CONTROL-LINE.
           MOVE BLANK-LINE TO BOOK-RECORD.
           PERFORM PRINT-BODY-LINE.
           MOVE "BOTLDRV RUNS IN LAST CYCLE" TO CTL-LABEL.
           MOVE CYCLE-RUNS TO CTL-VALUE.
           MOVE SPACES TO CTL-NOTE.
           STRING "LAST STATUS " CYCLE-STATUS DELIMITED BY SIZE
               INTO CTL-NOTE.
           PERFORM PRINT-CONTROL-LINE.
           MOVE SPACES TO CTL-NOTE.
           MOVE "BOTLDRV REQUESTS READ" TO CTL-LABEL.
           MOVE CYCLE-READ TO CTL-VALUE.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "BOTLDRV REQUESTS COMPLETED" TO CTL-LABEL.
           MOVE CYCLE-COMPLETED TO CTL-VALUE.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "BOTLDRV REQUESTS IN ERROR" TO CTL-LABEL.
           MOVE CYCLE-EXCEPTIONS TO CTL-VALUE.
           PERFORM PRINT-CONTROL-LINE.
           MOVE BLANK-LINE TO BOOK-RECORD.
           PERFORM PRINT-BODY-LINE.
           IF CYCLE-RUNS = ZERO
               MOVE 'N' TO OVERALL-SWITCH
               MOVE "NO BOTLDRV RUN ON RUNLOG.DAT" TO BML-TEXT
               PERFORM PRINT-MESSAGE-LINE
           END-IF.
           IF CYCLE-RUNS > ZERO AND CYCLE-STATUS NOT = "CLEAN"
                   AND CYCLE-STATUS NOT = "EXCEPTIONS"
               MOVE 'N' TO OVERALL-SWITCH
               MOVE "LAST BOTLDRV RUN DID NOT FINISH" TO BML-TEXT
               PERFORM PRINT-MESSAGE-LINE
           END-IF.
           IF REQUESTS-ON-REPORT NOT = CYCLE-COMPLETED
               MOVE 'N' TO OVERALL-SWITCH
               MOVE "REQUESTS IN BOOK DO NOT AGREE WITH BOTLDRV"
                   TO BML-TEXT
               PERFORM PRINT-MESSAGE-LINE
           END-IF.
           IF REQUESTS-IN-ERROR > ZERO OR UNOWNED-LINES > ZERO
               MOVE 'N' TO OVERALL-SWITCH
               MOVE "BOOK HOLDS INCOMPLETE OR MISPLACED LINES"
                   TO BML-TEXT
               PERFORM PRINT-MESSAGE-LINE
           END-IF.
           IF BOOK-IS-BALANCED
               MOVE "BALANCED TO RUNLOG.DAT" TO BML-TEXT
           ELSE
               MOVE "NOT BALANCED TO RUNLOG.DAT" TO BML-TEXT
           END-IF.
           PERFORM PRINT-MESSAGE-LINE.

       PRINT-CONTROL-LINE.
           MOVE CONTROL-TOTAL-LINE TO BOOK-RECORD.
           PERFORM PRINT-BODY-LINE.

       PRINT-MESSAGE-LINE.
           MOVE BOOK-MESSAGE-LINE TO BOOK-RECORD.
           PERFORM PRINT-BODY-LINE.

       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE RUN-DATE TO PHL-DATE.
           MOVE PAGE-NUMBER TO PHL-PAGE.
           WRITE BOOK-RECORD FROM PAGE-HEADING-LINE
               AFTER ADVANCING PAGE.
           WRITE BOOK-RECORD FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ZERO TO LINES-ON-PAGE.

      * A request running past the foot of a page carries on under
      * the same heading on the next.
       PRINT-BODY-LINE.
           IF LINES-ON-PAGE >= BODY-LINES-PER-PAGE
               MOVE BOOK-RECORD TO HELD-LINE
               PERFORM START-NEW-PAGE
               MOVE HELD-LINE TO BOOK-RECORD
           END-IF.
           WRITE BOOK-RECORD AFTER ADVANCING 1 LINE.
           ADD 1 TO LINES-ON-PAGE.

       READ-NEXT-REPORT-LINE.
           READ BOTTLES-RPT
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.

       READ-NEXT-RUN-LOG.
           READ RUN-LOG-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.
       END PROGRAM BOTLBOOK.
