      * Common linkage area for the OPERAUTH subprogram, which owns
      * the operator table OPERTAB.DAT. Callers move the operator ID
      * and the authority the action needs (I inquiry, E exception
      * disposition, M master maintenance), CALL "OPERAUTH" USING
      * OPERAUTH-PARAMS, and test the return code. Authority levels
      * are cumulative: an operator with M may also do E and I work.
      * The table is read once per run and served from storage.
       01  OPERAUTH-PARAMS.
           05  OPERAUTH-OPERATOR-ID     PICTURE X(8).
           05  OPERAUTH-REQUIRED-LEVEL  PICTURE X.
               88  OPERAUTH-NEEDS-INQUIRY     VALUE 'I'.
               88  OPERAUTH-NEEDS-EXCEPTION   VALUE 'E'.
               88  OPERAUTH-NEEDS-MAINTENANCE VALUE 'M'.
           05  OPERAUTH-OPERATOR-NAME   PICTURE X(30).
           05  OPERAUTH-OPERATOR-LEVEL  PICTURE X.
           05  OPERAUTH-RETURN          PICTURE X.
               88  OPERAUTH-AUTHORIZED     VALUE 'A'.
               88  OPERAUTH-NOT-AUTHORIZED VALUE 'N'.
               88  OPERAUTH-UNKNOWN        VALUE 'U'.
