               88  EXR-DISP-RESOLVED     VALUE 'R'.
           05  EXR-SEP-6         PICTURE X(01).
           05  EXR-DISP-DATE     PICTURE 9(8).
           05  EXR-SEP-7         PICTURE X(01).
           05  EXR-DISP-OPERATOR PICTURE X(8).

       WORKING-STORAGE SECTION.
       77  EXCEPT-FILE-STATUS PICTURE XX.
           SET EXR-DISP-NEW TO TRUE.
           MOVE SPACE TO EXR-SEP-6.
           MOVE WS-CURRENT-DATE TO EXR-DISP-DATE.
           MOVE SPACE TO EXR-SEP-7.
           MOVE SPACES TO EXR-DISP-OPERATOR.
           WRITE EXCEPT-RECORD.
           CLOSE EXCEPT-FILE.
       END PROGRAM EXCPLOG.
