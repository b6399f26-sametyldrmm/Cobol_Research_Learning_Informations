                        ==AUDIT-TIMESTAMP==   BY ==LOG-TIMESTAMP==,
                        ==AUDIT-RECS-READ==   BY ==LOG-RECS-READ==,
                        ==AUDIT-RECS-WRITTEN== BY ==LOG-RECS-WRITTEN==,
                        ==AUDIT-RETURN-CODE== BY ==LOG-RETURN-CODE==,
                        ==AUDIT-OPERATOR-ID== BY ==LOG-OPERATOR-ID==.
FD  RUN-CONTROL-FILE.
COPY RUNCTL.
FD  CERT-FILE.
       MOVE WS-LOG-RECS        TO AUDIT-RECS-READ
       MOVE WS-PROBLEM-COUNT   TO AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE SPACES             TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-OUT.
