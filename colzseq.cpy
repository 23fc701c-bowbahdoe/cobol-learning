      * read by starting at (N, 0) and reading next while the start
      * N matches. The file stays open across calls; the close
      * function is for callers that finish with it explicitly.
      * When COLZSRET compacts a path it does not retain, it leaves
      * a marker record at position 99999 whose value is the step
      * count of the full path; any positions kept either side of
      * the gap are still stored under their own positions.
       01  COLZSEQ-FUNCTION PICTURE X.
           88  COLZSEQ-FN-OPEN   VALUE 'O'.
           88  COLZSEQ-FN-READ   VALUE 'R'.
           88  COLZSEQ-FN-CLOSE  VALUE 'C'.
       01  COLZSEQ-START-N  PICTURE 9(9).
       01  COLZSEQ-POSITION PICTURE 9(5).
           88  COLZSEQ-RETENTION-MARKER VALUE 99999.
       01  COLZSEQ-VALUE    PICTURE 9(9).
       01  COLZSEQ-RETURN   PICTURE X.
           88  COLZSEQ-DONE        VALUE 'D'.
