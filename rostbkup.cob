       MOVE WS-RECORD-COUNT    TO AUDIT-RECS-READ
       MOVE WS-RECS-WRITTEN   TO AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE SPACES             TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-FILE.
