           MOVE "NON-NUMERIC MEMBER ID" TO WS-REJECT-REASON
           PERFORM REJECT-CHARGE
       ELSE
           PERFORM VALIDATE-CHARGE-MEMBER
       END-IF.

VALIDATE-CHARGE-MEMBER.
                   MOVE TRAN-MEMBER-ID TO CHG-MEMBER-ID
                   MOVE TRAN-NUM1      TO CHG-NUM1
                   MOVE TRAN-NUM2      TO CHG-NUM2
                   MOVE TRAN-TYPE-CODE TO CHG-TYPE-CODE
                   WRITE CHG-RECORD
                   ADD 1 TO WS-RECS-VALID
               END-IF
       MOVE WS-RECS-READ       TO AUDIT-RECS-READ
       MOVE WS-RECS-VALID      TO AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE SPACES             TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-FILE.
