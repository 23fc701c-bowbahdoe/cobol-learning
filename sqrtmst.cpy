      * Common linkage fields for the SQRTMSTR subprogram, which
      * keeps the keyed SQRT results master. A result is keyed by
      * N plus the EPSILON it was solved to, so the same N at two
      * tolerances is two entries. Callers set the function code
      * and the key, CALL "SQRTMSTR", and test the return code. The
      * write function stamps the date the result was stored; the
      * read function hands it back with the root.
       01  SQRTMST-FUNCTION      PICTURE X.
           88  SQRTMST-FN-OPEN    VALUE 'O'.
           88  SQRTMST-FN-READ    VALUE 'R'.
           88  SQRTMST-FN-WRITE   VALUE 'W'.
           88  SQRTMST-FN-CLOSE   VALUE 'C'.
       01  SQRTMST-N             PICTURE 9(5)V9(5).
       01  SQRTMST-EPSILON       PICTURE 9(5)V9(5).
       01  SQRTMST-ROOT          PICTURE 9(5)V9(5).
       01  SQRTMST-ITERATIONS    PICTURE 9(4).
       01  SQRTMST-RESULT-STATUS PICTURE X.
           88  SQRTMST-RESULT-OK        VALUE 'O'.
           88  SQRTMST-RESULT-MAX-ITER  VALUE 'M'.
       01  SQRTMST-STORED-DATE   PICTURE 9(8).
       01  SQRTMST-RETURN        PICTURE X.
           88  SQRTMST-DONE        VALUE 'D'.
           88  SQRTMST-FOUND       VALUE 'F'.
           88  SQRTMST-NOT-FOUND   VALUE 'N'.
