           88  NUMUTIL-STATUS-OK        VALUE 'O'.
           88  NUMUTIL-STATUS-OVERFLOW  VALUE 'E'.
           88  NUMUTIL-STATUS-MAX-ITER  VALUE 'M'.
      * The COLLATZ engines also count how many of the steps were
      * 3N+1 steps and how many were halvings, and note the stopping
      * time: the first step at which the value falls below the
      * starting N. All three are zero for an overflow, and the
      * stopping time is zero for N = 1.
       01  NUMUTIL-COLLATZ-METRICS.
           05  NUMUTIL-ODD-STEPS      PICTURE 9(9).
           05  NUMUTIL-EVEN-STEPS     PICTURE 9(9).
           05  NUMUTIL-STOPPING-TIME  PICTURE 9(9).
