    ORGANIZATION LINE SEQUENTIAL.
SELECT EXCEPTION-FILE ASSIGN TO 'calc_exceptions.txt'
    ORGANIZATION LINE SEQUENTIAL.
SELECT FEE-SCHEDULE ASSIGN TO 'fee_schedule.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS FEE-KEY
    FILE STATUS IS WS-FEE-STATUS.
SELECT RUN-CONTROL-FILE ASSIGN TO 'runctl.dat'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-RUNCTL-STATUS.
COPY RESLTREC.
FD  EXCEPTION-FILE.
COPY EXCPREC.
FD  FEE-SCHEDULE.
COPY FEESCHD.
FD  RUN-CONTROL-FILE.
COPY RUNCTL.
FD  AUDIT-LOG-FILE.
01 WS-RUNCTL-SAVE     PIC X(17) VALUE SPACES.
01 WS-EOF-SW          PIC X(1)  VALUE "N".
01 WS-AUDIT-STATUS    PIC X(2) VALUE "00".
01 WS-FEE-STATUS      PIC X(2) VALUE "00".
01 WS-NUM1            PIC 9(3).
01 WS-NUM2            PIC 9(3).
01 WS-SUM             PIC 9(4).
01 WS-PRICE           PIC 9(7) VALUE ZERO.
01 WS-RECS-READ       PIC 9(5) VALUE ZERO.
01 WS-RECS-ACCEPTED   PIC 9(5) VALUE ZERO.
01 WS-RECS-REJECTED   PIC 9(5) VALUE ZERO.
01 WS-REJECT-REASON   PIC X(30) VALUE SPACES.
01 WS-BUS-DATE        PIC X(10) VALUE SPACES.
01 WS-RUN-DATE        PIC X(10) VALUE SPACES.
01 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.

01 WS-FEE-COUNT       PIC 9(4) VALUE ZERO COMP.
01 WS-FEE-MAX         PIC 9(4) VALUE 100 COMP.
01 WS-FEE-SUB         PIC 9(4) VALUE ZERO COMP.
01 WS-FEE-HIT         PIC 9(4) VALUE ZERO COMP.
01 WS-FEE-TABLE.
   05 WS-FEE-ENTRY OCCURS 100 TIMES.
      10 WS-FEE-TYPE       PIC X(1).
      10 WS-FEE-EFF-DATE   PIC X(10).
      10 WS-FEE-RATE       PIC 9(3)V99.
      10 WS-FEE-MIN        PIC 9(3).
      10 WS-FEE-MAX-AMT    PIC 9(3).

PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:4)  TO WS-RUN-DATE(1:4)
       MOVE "-"                  TO WS-RUN-DATE(5:1)
       MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2)
       MOVE "-"                  TO WS-RUN-DATE(8:1)
       MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2)

       MOVE WS-RUN-DATE TO WS-BUS-DATE
       PERFORM CHECK-RUN-CONTROL

       PERFORM LOAD-FEE-SCHEDULE
       IF WS-FEE-COUNT = ZERO
           DISPLAY "No fee schedule in effect for business date "
                   WS-BUS-DATE " - nothing can be priced"
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       OPEN INPUT TRAN-FILE
       OPEN OUTPUT RESULT-FILE
       OPEN OUTPUT EXCEPTION-FILE
       CLOSE RESULT-FILE
       CLOSE EXCEPTION-FILE

       DISPLAY "Business date priced:  " WS-BUS-DATE
       DISPLAY "Fee types in effect:   " WS-FEE-COUNT
       DISPLAY "Transactions read:     " WS-RECS-READ
       DISPLAY "Transactions accepted: " WS-RECS-ACCEPTED
       DISPLAY "Transactions rejected: " WS-RECS-REJECTED
       MOVE WS-RECS-READ       TO AUDIT-RECS-READ
       MOVE WS-RECS-ACCEPTED   TO AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE SPACES             TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-FILE.

       ADD 1 TO WS-RECS-READ
       IF TRAN-MEMBER-ID IS NOT NUMERIC
       OR TRAN-NUM1 IS NOT NUMERIC OR TRAN-NUM2 IS NOT NUMERIC
           MOVE "NON-NUMERIC INPUT" TO WS-REJECT-REASON
           PERFORM REJECT-TRANSACTION
       ELSE
           MOVE ZERO TO WS-FEE-HIT
           IF TRAN-TYPE-CODE NOT = "R"
               PERFORM FIND-FEE-ENTRY
           END-IF
           IF TRAN-TYPE-CODE NOT = "R" AND WS-FEE-HIT = ZERO
               MOVE "NO FEE SCHEDULE FOR TYPE" TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
               PERFORM PRICE-TRANSACTION
               IF WS-PRICE > 999
                   MOVE "CHARGE OVERFLOWS PIC 9(3)" TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
               ELSE
                   MOVE TRAN-MEMBER-ID TO RESULT-MEMBER-ID
                   MOVE WS-NUM1 TO RESULT-NUM1
                   MOVE WS-NUM2 TO RESULT-NUM2
                   MOVE WS-PRICE TO RESULT-SUM
                   MOVE TRAN-TYPE-CODE TO RESULT-TYPE-CODE
                   WRITE RESULT-RECORD
                   ADD 1 TO WS-RECS-ACCEPTED
               END-IF
           END-IF
       END-IF.

PRICE-TRANSACTION.
       MOVE TRAN-NUM1 TO WS-NUM1
       MOVE TRAN-NUM2 TO WS-NUM2
       COMPUTE WS-SUM = WS-NUM1 + WS-NUM2
       IF TRAN-TYPE-CODE = "R"
           MOVE WS-SUM TO WS-PRICE
       ELSE
           COMPUTE WS-PRICE ROUNDED = WS-SUM * WS-FEE-RATE (WS-FEE-HIT)
           IF WS-PRICE < WS-FEE-MIN (WS-FEE-HIT)
               MOVE WS-FEE-MIN (WS-FEE-HIT) TO WS-PRICE
           END-IF
           IF WS-FEE-MAX-AMT (WS-FEE-HIT) > ZERO
           AND WS-PRICE > WS-FEE-MAX-AMT (WS-FEE-HIT)
               MOVE WS-FEE-MAX-AMT (WS-FEE-HIT) TO WS-PRICE
           END-IF
       END-IF.

REJECT-TRANSACTION.
       MOVE TRAN-MEMBER-ID TO EXCP-FIELD1
       MOVE SPACES TO EXCP-FIELD2
       STRING TRAN-NUM1 " " TRAN-NUM2 " " TRAN-TYPE-CODE
               DELIMITED BY SIZE INTO EXCP-FIELD2
       MOVE WS-REJECT-REASON TO EXCP-REASON
       MOVE TRAN-RECORD TO EXCP-RECORD-IMAGE
       WRITE EXCP-RECORD
       ADD 1 TO WS-RECS-REJECTED.

LOAD-FEE-SCHEDULE.
       MOVE ZERO TO WS-FEE-COUNT
       OPEN INPUT FEE-SCHEDULE
       IF WS-FEE-STATUS NOT = "00"
           DISPLAY "Fee schedule not available - status "
                   WS-FEE-STATUS
       ELSE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ FEE-SCHEDULE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF FEE-EFF-DATE <= WS-BUS-DATE
                           PERFORM NOTE-FEE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-SCHEDULE
           MOVE "N" TO WS-EOF-SW
       END-IF.

NOTE-FEE-ENTRY.
       IF WS-FEE-COUNT > ZERO
       AND WS-FEE-TYPE (WS-FEE-COUNT) = FEE-TYPE-CODE
           MOVE WS-FEE-COUNT TO WS-FEE-SUB
       ELSE
           IF WS-FEE-COUNT < WS-FEE-MAX
               ADD 1 TO WS-FEE-COUNT
               MOVE WS-FEE-COUNT TO WS-FEE-SUB
           ELSE
               DISPLAY "Fee table full - type " FEE-TYPE-CODE
                       " not loaded"
               MOVE ZERO TO WS-FEE-SUB
           END-IF
       END-IF
       IF WS-FEE-SUB > ZERO
           MOVE FEE-TYPE-CODE   TO WS-FEE-TYPE (WS-FEE-SUB)
           MOVE FEE-EFF-DATE    TO WS-FEE-EFF-DATE (WS-FEE-SUB)
           MOVE FEE-UNIT-RATE   TO WS-FEE-RATE (WS-FEE-SUB)
           MOVE FEE-MIN-CHARGE  TO WS-FEE-MIN (WS-FEE-SUB)
           MOVE FEE-MAX-CHARGE  TO WS-FEE-MAX-AMT (WS-FEE-SUB)
       END-IF.

FIND-FEE-ENTRY.
       MOVE ZERO TO WS-FEE-HIT
       MOVE ZERO TO WS-FEE-SUB
       PERFORM CHECK-FEE-ENTRY WS-FEE-COUNT TIMES.

CHECK-FEE-ENTRY.
       ADD 1 TO WS-FEE-SUB
       IF WS-FEE-TYPE (WS-FEE-SUB) = TRAN-TYPE-CODE
           MOVE WS-FEE-SUB TO WS-FEE-HIT
       END-IF.

CHECK-RUN-CONTROL.
       OPEN INPUT RUN-CONTROL-FILE
       IF WS-RUNCTL-STATUS NOT = "00"
               NOT AT END
                   MOVE "Y" TO WS-RUNCTL-PRESENT-SW
                   MOVE RUNCTL-RECORD TO WS-RUNCTL-SAVE
                   MOVE RUNCTL-BUS-DATE TO WS-BUS-DATE
                   PERFORM VERIFY-STEP-ALLOWED
           END-READ
           CLOSE RUN-CONTROL-FILE
