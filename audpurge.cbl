           IF ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "AUDPURGE: AUDARCH.DAT NOT AVAILABLE, STATUS = "
                   ARCHIVE-FILE-STATUS ", NOTHING TO PURGE"
               GOBACK
           END-IF.
           OPEN OUTPUT WORK-FILE.
           PERFORM READ-NEXT-RECORD.
           PERFORM PRINT-MANIFEST.
           DISPLAY "AUDPURGE: " RECORDS-KEPT " KEPT, "
               RECORDS-PURGED " PURGED, CUTOFF " CUTOFF-DATE.
           GOBACK.

       PURGE-ONE-RECORD.
           PERFORM TALLY-GENERATION.
