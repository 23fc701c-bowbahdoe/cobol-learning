               88  EXR-DISP-RESOLVED     VALUE 'R'.
           05  EXR-SEP-6         PICTURE X(01).
           05  EXR-DISP-DATE     PICTURE 9(8).
           05  EXR-SEP-7         PICTURE X(01).
           05  EXR-DISP-OPERATOR PICTURE X(8).

       FD  REPORT-FILE.
       01  REPORT-RECORD PICTURE X(80).
