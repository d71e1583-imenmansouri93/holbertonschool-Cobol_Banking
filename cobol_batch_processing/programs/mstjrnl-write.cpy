               OPEN OUTPUT MJRNL-FILE
           END-IF
           MOVE SPACES TO MJRNL-RECORD
           MOVE MJRNL-DETAIL TO MJRNL-RECORD(1:159)
           WRITE MJRNL-RECORD
           CLOSE MJRNL-FILE
           .
