       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLZSQBK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "COLZSQBP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT SEQ-FILE ASSIGN TO "COLZSEQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SSR-KEY
               FILE STATUS IS SEQ-FILE-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "COLZSEQB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-FUNCTION PICTURE X.
               88  PRM-FN-UNLOAD VALUE 'U'.
               88  PRM-FN-RELOAD VALUE 'L'.

       FD  SEQ-FILE.
       01  SEQ-STORE-RECORD.
           05  SSR-KEY.
               10  SSR-START-N  PICTURE 9(9).
               10  SSR-POSITION PICTURE 9(5).
           05  SSR-VALUE        PICTURE 9(9).

      * One D record per stored position, then a T record carrying
      * the date and time of the unload and the number of D records.
      * COLZSRET will only compact the store against an unload taken
      * the same day that still holds every record on the store.
       FD  BACKUP-FILE.
       01  BACKUP-RECORD.
           05  SQB-ID            PICTURE X.
               88  SQB-DATA-RECORD    VALUE 'D'.
               88  SQB-TRAILER-RECORD VALUE 'T'.
           05  SQB-SEP-1         PICTURE X(01).
           05  SQB-START-N       PICTURE 9(9).
           05  SQB-SEP-2         PICTURE X(01).
           05  SQB-POSITION      PICTURE 9(5).
           05  SQB-SEP-3         PICTURE X(01).
           05  SQB-VALUE         PICTURE 9(9).
       01  BACKUP-TRAILER.
           05  SQT-ID            PICTURE X.
           05  SQT-SEP-1         PICTURE X(01).
           05  SQT-DATE          PICTURE 9(8).
           05  SQT-SEP-2         PICTURE X(01).
           05  SQT-TIME          PICTURE 9(8).
           05  SQT-SEP-3         PICTURE X(01).
           05  SQT-RECORD-COUNT  PICTURE 9(9).

       WORKING-STORAGE SECTION.
       77  EOF-SWITCH PICTURE X VALUE 'N'.
           88 NO-MORE-RECORDS VALUE 'Y'.
       77  PARM-FILE-STATUS PICTURE XX.
       77  SEQ-FILE-STATUS PICTURE XX.
       77  BACKUP-FILE-STATUS PICTURE XX.
       77  WS-CURRENT-DATE PICTURE 9(8).
       77  WS-CURRENT-TIME PICTURE 9(8).
       77  RECORDS-UNLOADED PICTURE 9(9) VALUE ZERO.
       77  RECORDS-RELOADED PICTURE 9(9) VALUE ZERO.
       77  VERIFY-ERROR-COUNT PICTURE 9(9) VALUE ZERO.
       77  PREVIOUS-KEY PICTURE X(14) VALUE LOW-VALUES.
       77  TRAILER-SWITCH PICTURE X VALUE 'N'.
           88 TRAILER-SEEN VALUE 'Y'.
       77  RECORD-ERROR-SWITCH PICTURE X.
           88 RECORD-IN-ERROR VALUE 'Y'.

       PROCEDURE DIVISION.
           PERFORM BEGIN.
       BEGIN.
           OPEN INPUT PARM-FILE.
           IF PARM-FILE-STATUS NOT = "00"
               DISPLAY "COLZSQBK: COLZSQBP.DAT NOT AVAILABLE, "
                   "STATUS = " PARM-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PARM-FILE
               AT END MOVE SPACE TO PRM-FUNCTION
           END-READ.
           CLOSE PARM-FILE.
           IF PRM-FN-UNLOAD
               PERFORM UNLOAD-STORE
           ELSE
               IF PRM-FN-RELOAD
                   PERFORM RELOAD-STORE
               ELSE
                   DISPLAY "COLZSQBK: FUNCTION MUST BE U OR L, "
                       "FOUND '" PRM-FUNCTION "'"
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           IF VERIFY-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       UNLOAD-STORE.
           OPEN INPUT SEQ-FILE.
           IF SEQ-FILE-STATUS NOT = "00"
               DISPLAY "COLZSQBK: COLZSEQ.DAT NOT AVAILABLE, "
                   "STATUS = " SEQ-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT BACKUP-FILE.
           PERFORM READ-NEXT-STORE.
           PERFORM UNLOAD-ONE-RECORD UNTIL NO-MORE-RECORDS.
           CLOSE SEQ-FILE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE 'T' TO SQT-ID.
           MOVE SPACE TO SQT-SEP-1.
           MOVE WS-CURRENT-DATE TO SQT-DATE.
           MOVE SPACE TO SQT-SEP-2.
           MOVE WS-CURRENT-TIME TO SQT-TIME.
           MOVE SPACE TO SQT-SEP-3.
           MOVE RECORDS-UNLOADED TO SQT-RECORD-COUNT.
           WRITE BACKUP-TRAILER.
           CLOSE BACKUP-FILE.
           DISPLAY "COLZSQBK: " RECORDS-UNLOADED
               " RECORDS UNLOADED TO COLZSEQB.DAT, "
               VERIFY-ERROR-COUNT " VERIFY ERRORS".

       UNLOAD-ONE-RECORD.
           PERFORM VERIFY-STORE-RECORD.
           SET SQB-DATA-RECORD TO TRUE.
           MOVE SPACE TO SQB-SEP-1.
           MOVE SSR-START-N TO SQB-START-N.
           MOVE SPACE TO SQB-SEP-2.
           MOVE SSR-POSITION TO SQB-POSITION.
           MOVE SPACE TO SQB-SEP-3.
           MOVE SSR-VALUE TO SQB-VALUE.
           WRITE BACKUP-RECORD.
           ADD 1 TO RECORDS-UNLOADED.
           MOVE SSR-KEY TO PREVIOUS-KEY.
           PERFORM READ-NEXT-STORE.

       VERIFY-STORE-RECORD.
           MOVE 'N' TO RECORD-ERROR-SWITCH.
           IF SSR-START-N IS NOT NUMERIC
                   OR SSR-POSITION IS NOT NUMERIC
               DISPLAY "COLZSQBK: KEY NOT NUMERIC '" SSR-KEY "'"
               SET RECORD-IN-ERROR TO TRUE
           ELSE
               IF SSR-KEY NOT > PREVIOUS-KEY
                   DISPLAY "COLZSQBK: KEY " SSR-KEY
                       " OUT OF SEQUENCE AFTER " PREVIOUS-KEY
                   SET RECORD-IN-ERROR TO TRUE
               END-IF
           END-IF.
           IF SSR-VALUE IS NOT NUMERIC
               DISPLAY "COLZSQBK: VALUE NOT NUMERIC FOR KEY " SSR-KEY
               SET RECORD-IN-ERROR TO TRUE
           END-IF.
           IF RECORD-IN-ERROR
               ADD 1 TO VERIFY-ERROR-COUNT
           END-IF.

       RELOAD-STORE.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "COLZSQBK: COLZSEQB.DAT NOT AVAILABLE, "
                   "STATUS = " BACKUP-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT SEQ-FILE.
           PERFORM READ-NEXT-BACKUP.
           PERFORM RELOAD-ONE-RECORD UNTIL NO-MORE-RECORDS.
           CLOSE BACKUP-FILE.
           CLOSE SEQ-FILE.
           IF NOT TRAILER-SEEN
               DISPLAY "COLZSQBK: COLZSEQB.DAT HAS NO TRAILER, "
                   "UNLOAD MAY BE INCOMPLETE"
               ADD 1 TO VERIFY-ERROR-COUNT
           END-IF.
           DISPLAY "COLZSQBK: " RECORDS-RELOADED
               " RECORDS RELOADED FROM COLZSEQB.DAT, "
               VERIFY-ERROR-COUNT " VERIFY ERRORS".

       RELOAD-ONE-RECORD.
           IF SQB-TRAILER-RECORD
               SET TRAILER-SEEN TO TRUE
               IF SQT-RECORD-COUNT NOT = RECORDS-RELOADED
                   DISPLAY "COLZSQBK: TRAILER COUNT " SQT-RECORD-COUNT
                       " BUT " RECORDS-RELOADED " RELOADED"
                   ADD 1 TO VERIFY-ERROR-COUNT
               END-IF
           ELSE
               MOVE SQB-START-N TO SSR-START-N
               MOVE SQB-POSITION TO SSR-POSITION
               MOVE SQB-VALUE TO SSR-VALUE
               PERFORM VERIFY-STORE-RECORD
               IF RECORD-IN-ERROR
                   DISPLAY "COLZSQBK: BACKUP RECORD FOR KEY " SSR-KEY
                       " NOT RELOADED"
               ELSE
                   WRITE SEQ-STORE-RECORD
                       INVALID KEY
                           DISPLAY "COLZSQBK: DUPLICATE KEY " SSR-KEY
                               " ON RELOAD"
                           ADD 1 TO VERIFY-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO RECORDS-RELOADED
                           MOVE SSR-KEY TO PREVIOUS-KEY
                   END-WRITE
               END-IF
           END-IF.
           PERFORM READ-NEXT-BACKUP.

       READ-NEXT-STORE.
           READ SEQ-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.

       READ-NEXT-BACKUP.
           READ BACKUP-FILE
               AT END SET NO-MORE-RECORDS TO TRUE
           END-READ.
       END PROGRAM COLZSQBK.
