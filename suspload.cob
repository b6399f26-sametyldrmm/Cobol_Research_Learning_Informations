       MOVE WS-RECS-READ       TO AUDIT-RECS-READ
       MOVE WS-RECS-SUSPENDED  TO AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE SPACES             TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-FILE.
