               88  RUNCTL-AUDIT-OFF VALUE 'N'.
           05  RUNCTL-RETENTION-DAYS      PICTURE 9(4).
           05  RUNCTL-ELAPSED-LIMIT       PICTURE 9(4).
           05  RUNCTL-ALERT-AGE-DAYS      PICTURE 9(4).
