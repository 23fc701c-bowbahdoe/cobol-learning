      * Common linkage fields for the COLZXREF subprogram, which
      * reads the value cross-reference built from the sequence
      * store by COLZXBLD. Each record is one visited value and one
      * start N whose path reaches it, with the position at which it
      * is reached, so every start N through a value is read by
      * starting at (value, 0) and reading next while the value
      * matches. The file is rebuilt whole by COLZXBLD and is only as
      * current as its last run; positions COLZSRET has compacted
      * out of the store are not on it. The file stays open across
      * calls; the close function is for callers that finish with
      * it explicitly.
       01  COLZXRF-FUNCTION PICTURE X.
           88  COLZXRF-FN-OPEN  VALUE 'O'.
           88  COLZXRF-FN-START VALUE 'S'.
           88  COLZXRF-FN-NEXT  VALUE 'N'.
           88  COLZXRF-FN-CLOSE VALUE 'C'.
       01  COLZXRF-VALUE    PICTURE 9(9).
       01  COLZXRF-START-N  PICTURE 9(9).
       01  COLZXRF-POSITION PICTURE 9(5).
       01  COLZXRF-RETURN   PICTURE X.
           88  COLZXRF-DONE        VALUE 'D'.
           88  COLZXRF-FOUND       VALUE 'F'.
           88  COLZXRF-NOT-FOUND   VALUE 'N'.
           88  COLZXRF-END-OF-FILE VALUE 'E'.
           88  COLZXRF-OPEN-ERROR  VALUE 'X'.
