      * Elapsed-time clock for the drivers that stop themselves once
      * the run has gone RUNCTL-ELAPSED-LIMIT seconds. The driver
      * starts the clock when it opens its run-log record and checks
      * it as each record completes; on reaching the limit it takes
      * a checkpoint and ends STOPPED, to resume in the next window.
       01  RUN-CLOCK.
           05  CLOCK-START-DAY      PICTURE 9(8).
           05  CLOCK-START-SECONDS  PICTURE 9(5).
           05  CLOCK-DATE           PICTURE 9(8).
           05  CLOCK-TIME.
               10  CLOCK-HH         PICTURE 9(2).
               10  CLOCK-MM         PICTURE 9(2).
               10  CLOCK-SS         PICTURE 9(2).
               10  CLOCK-CC         PICTURE 9(2).
           05  CLOCK-DAY            PICTURE 9(8).
           05  CLOCK-SECONDS        PICTURE 9(5).
           05  CLOCK-ELAPSED        PICTURE S9(9).
           05  CLOCK-LIMIT-SWITCH   PICTURE X VALUE 'N'.
               88  ELAPSED-LIMIT-REACHED VALUE 'Y'.
