           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "AUDROTAT: AUDIT.LOG NOT AVAILABLE, STATUS = "
                   AUDIT-FILE-STATUS ", NOTHING TO ROTATE"
               GOBACK
           END-IF.
           OPEN EXTEND ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS = "35"
           CLOSE AUDIT-FILE.
           DISPLAY "AUDROTAT: " RECORDS-ROTATED
               " RECORDS MOVED TO GENERATION " GENERATION-DATE.
           GOBACK.

       ARCHIVE-ONE-RECORD.
           MOVE GENERATION-DATE TO ARC-GEN-DATE.
