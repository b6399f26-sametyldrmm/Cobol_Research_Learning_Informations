       MOVE WS-TRANS-READ      TO AUDIT-RECS-READ
       MOVE WS-TRANS-APPLIED   TO AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE SPACES             TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-FILE.

       MOVE WS-HIST-ACTION TO HIST-ACTION
       MOVE WS-HIST-BEFORE TO HIST-BEFORE-IMAGE
       MOVE WS-HIST-AFTER  TO HIST-AFTER-IMAGE
       MOVE SPACES         TO HIST-OPERATOR-ID
       WRITE HIST-RECORD
       CLOSE HISTORY-FILE.
