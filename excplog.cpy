      * "EXCPLOG" - the subprogram stamps the current run date and
      * appends one record to the shared exceptions file, so the
      * evidence survives the SYSOUT spool and every program reports
      * exceptions in the same layout. The last five reasons are
      * the disagreements COLZXCHK finds between the results master
      * and the sequence detail store.
       01  EXCP-PROGRAM-NAME  PICTURE X(8).
       01  EXCP-RECORD-NUMBER PICTURE 9(9).
       01  EXCP-INPUT-VALUE   PICTURE X(10).
           88  EXCP-REASON-OVERFLOW VALUE "OVERFLOW".
           88  EXCP-REASON-MAXITER  VALUE "MAXITER".
           88  EXCP-REASON-MISMATCH VALUE "MISMATCH".
           88  EXCP-REASON-STEPS     VALUE "STEPS".
           88  EXCP-REASON-PEAK      VALUE "PEAK".
           88  EXCP-REASON-PATH-END  VALUE "PATHEND".
           88  EXCP-REASON-NO-PATH   VALUE "NOPATH".
           88  EXCP-REASON-NO-MASTER VALUE "NOMASTER".
