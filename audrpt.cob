                        ==AUDIT-TIMESTAMP==   BY ==LOG-TIMESTAMP==,
                        ==AUDIT-RECS-READ==   BY ==LOG-RECS-READ==,
                        ==AUDIT-RECS-WRITTEN== BY ==LOG-RECS-WRITTEN==,
                        ==AUDIT-RETURN-CODE== BY ==LOG-RETURN-CODE==,
                        ==AUDIT-OPERATOR-ID== BY ==LOG-OPERATOR-ID==.
FD  REPORT-FILE.
01 REPORT-LINE         PIC X(132).
FD  AUDIT-LOG-OUT.
      10 WS-RUN-READ       PIC 9(7).
      10 WS-RUN-WRITTEN    PIC 9(7).
      10 WS-RUN-RC         PIC 9(3).
      10 WS-RUN-OPERATOR   PIC X(8).

01 WS-CYCLE-TABLE.
   05 WS-CYCLE-ENTRY OCCURS 400 TIMES.
   05 FILLER             PIC X(1)  VALUE "%".
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 DL-FLAG            PIC X(16).
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 DL-OPERATOR        PIC X(8).

PROCEDURE DIVISION.
       PERFORM LOAD-AUDIT-LOG
           ELSE
               MOVE ZERO TO WS-RUN-RC (WS-RUN-COUNT)
           END-IF
           MOVE LOG-OPERATOR-ID    TO WS-RUN-OPERATOR (WS-RUN-COUNT)
           PERFORM NOTE-CYCLE-DATE
       END-IF.

       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       STRING "  CYCLE     JOB          READ  WRITTEN   RC"
              "    PRIOR     SWING                   OPERATOR"
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE ZERO TO WS-RUN-SUB
       MOVE WS-RUN-READ (WS-RUN-SUB)    TO DL-READ
       MOVE WS-RUN-WRITTEN (WS-RUN-SUB) TO DL-WRITTEN
       MOVE WS-RUN-RC (WS-RUN-SUB)      TO DL-RC
       MOVE WS-RUN-OPERATOR (WS-RUN-SUB) TO DL-OPERATOR
       PERFORM FIND-PRIOR-RUN
       IF WS-PRIOR-SUB = ZERO
           MOVE ZERO TO DL-PRIOR
       MOVE WS-RUN-COUNT       TO AUDIT-RECS-READ
       MOVE WS-RUN-COUNT       TO AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE SPACES             TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-OUT.
