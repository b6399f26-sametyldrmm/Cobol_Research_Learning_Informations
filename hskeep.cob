                        ==AUDIT-TIMESTAMP==   BY ==RLA-TIMESTAMP==,
                        ==AUDIT-RECS-READ==   BY ==RLA-RECS-READ==,
                        ==AUDIT-RECS-WRITTEN== BY ==RLA-RECS-WRITTEN==,
                        ==AUDIT-RETURN-CODE== BY ==RLA-RETURN-CODE==,
                        ==AUDIT-OPERATOR-ID== BY ==RLA-OPERATOR-ID==.
FD  HISTORY-FILE.
COPY HISTREC.
FD  HISTORY-ROLL-FILE.
                       ==HIST-TIMESTAMP==    BY ==RLH-TIMESTAMP==,
                       ==HIST-ACTION==       BY ==RLH-ACTION==,
                       ==HIST-BEFORE-IMAGE== BY ==RLH-BEFORE-IMAGE==,
                       ==HIST-AFTER-IMAGE==  BY ==RLH-AFTER-IMAGE==,
                       ==HIST-OPERATOR-ID==  BY ==RLH-OPERATOR-ID==.
FD  ARCHIVE-FILE.
COPY ARCHREC.
FD  ARCHIVE-ROLL-FILE.
                       ==SUSP-REASON==     BY ==RLS-REASON==,
                       ==SUSP-IMAGE==      BY ==RLS-IMAGE==.
FD  KEEP-FILE.
01 KEEP-RECORD         PIC X(210).
FD  REPORT-FILE.
01 REPORT-LINE         PIC X(132).

       MOVE WS-TOTAL-ROLLED    TO AUDIT-RECS-READ
       MOVE WS-TOTAL-ROLLED    TO AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE SPACES             TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-FILE.
