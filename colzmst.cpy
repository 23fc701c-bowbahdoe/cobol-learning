      * re-iteration of a sequence we have already settled. The
      * start and next functions position at a key and browse the
      * master in key order; next returns end-of-file when the
      * browse runs off the high end. Every add or change made by
      * the write function is journalled to COLZJRN.DAT with its
      * before and after images, stamped with the name the caller
      * moves to COLZMST-CALLER. COLZMST-METRICS carries the 3N+1
      * and halving step counts and the stopping time, in the same
      * layout as NUMUTIL-COLLATZ-METRICS. A stopping time of zero
      * on an OK record with steps means the figures were never
      * recorded for it, as a zero peak does for the peak.
       01  COLZMST-FUNCTION     PICTURE X.
           88  COLZMST-FN-OPEN   VALUE 'O'.
           88  COLZMST-FN-READ   VALUE 'R'.
           88  COLZMST-FOUND       VALUE 'F'.
           88  COLZMST-NOT-FOUND   VALUE 'N'.
           88  COLZMST-END-OF-FILE VALUE 'E'.
       01  COLZMST-CALLER       PICTURE X(8).
       01  COLZMST-METRICS.
           05  COLZMST-ODD-STEPS      PICTURE 9(9).
           05  COLZMST-EVEN-STEPS     PICTURE 9(9).
           05  COLZMST-STOPPING-TIME  PICTURE 9(9).
