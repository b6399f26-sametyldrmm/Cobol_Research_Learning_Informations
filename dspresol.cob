IDENTIFICATION DIVISION.
PROGRAM-ID. DSPRESOL.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT DISPUTE-MASTER ASSIGN TO 'disputes.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS DSP-ID
    FILE STATUS IS WS-DSP-STATUS.
SELECT TRAN-FILE ASSIGN TO 'transactions.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-TRAN-STATUS.
SELECT RESOLUTION-REGISTER ASSIGN TO 'dispute_resolution.txt'
    ORGANIZATION LINE SEQUENTIAL.
SELECT RUN-CONTROL-FILE ASSIGN TO 'runctl.dat'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-RUNCTL-STATUS.
SELECT AUDIT-LOG-FILE ASSIGN TO 'audit.log'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  DISPUTE-MASTER.
COPY DSPREC.
FD  TRAN-FILE.
COPY TRANREC.
FD  RESOLUTION-REGISTER.
01 REGISTER-LINE       PIC X(132).
FD  RUN-CONTROL-FILE.
COPY RUNCTL.
FD  AUDIT-LOG-FILE.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-DSP-STATUS      PIC X(2) VALUE "00".
01 WS-TRAN-STATUS     PIC X(2) VALUE "00".
01 WS-RUNCTL-STATUS   PIC X(2) VALUE "00".
01 WS-AUDIT-STATUS    PIC X(2) VALUE "00".
01 WS-EOF-SW          PIC X(1) VALUE "N".
01 WS-RUN-DATE        PIC X(10) VALUE SPACES.
01 WS-BUS-DATE        PIC X(10) VALUE SPACES.
01 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
01 WS-ACTION          PIC X(30) VALUE SPACES.
01 WS-DISPUTES-READ   PIC 9(7) VALUE ZERO.
01 WS-STILL-OPEN      PIC 9(7) VALUE ZERO.
01 WS-CREDITS-WRITTEN PIC 9(7) VALUE ZERO.
01 WS-CREDIT-AMOUNT   PIC 9(9) VALUE ZERO.
01 WS-RELEASED        PIC 9(7) VALUE ZERO.
01 WS-REWRITE-FAILS   PIC 9(7) VALUE ZERO.
01 WS-CREDIT-FAILS    PIC 9(7) VALUE ZERO.
01 WS-COUNT-DISPLAY   PIC Z,ZZZ,ZZ9.
01 WS-AMOUNT-DISPLAY  PIC ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:4)  TO WS-RUN-DATE(1:4)
       MOVE "-"                  TO WS-RUN-DATE(5:1)
       MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2)
       MOVE "-"                  TO WS-RUN-DATE(8:1)
       MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2)

       MOVE WS-RUN-DATE TO WS-BUS-DATE
       PERFORM CHECK-RUN-CONTROL

       OPEN I-O DISPUTE-MASTER
       IF WS-DSP-STATUS NOT = "00"
           DISPLAY "Dispute master not available - status "
                   WS-DSP-STATUS " - no disputes resolved"
           MOVE ZERO TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       OPEN EXTEND TRAN-FILE
       IF WS-TRAN-STATUS NOT = "00"
           OPEN OUTPUT TRAN-FILE
       END-IF
       OPEN OUTPUT RESOLUTION-REGISTER

       MOVE SPACES TO REGISTER-LINE
       STRING "DISPUTE RESOLUTION REGISTER   BUSINESS DATE: "
              WS-BUS-DATE "   RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO REGISTER-LINE
       WRITE REGISTER-LINE
       MOVE SPACES TO REGISTER-LINE
       WRITE REGISTER-LINE
       MOVE SPACES TO REGISTER-LINE
       STRING "DISPUTE  MEMBER  CHARGE DATE  AMOUNT  DECIDED     "
              "BY        ACTION"
               DELIMITED BY SIZE INTO REGISTER-LINE
       WRITE REGISTER-LINE

       PERFORM UNTIL WS-EOF-SW = "Y"
           READ DISPUTE-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   PERFORM RESOLVE-DISPUTE
           END-READ
       END-PERFORM

       MOVE SPACES TO REGISTER-LINE
       WRITE REGISTER-LINE
       MOVE WS-CREDITS-WRITTEN TO WS-COUNT-DISPLAY
       MOVE WS-CREDIT-AMOUNT TO WS-AMOUNT-DISPLAY
       MOVE SPACES TO REGISTER-LINE
       STRING "UPHELD - CREDITS WRITTEN:  " WS-COUNT-DISPLAY
              "   AMOUNT: " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REGISTER-LINE
       WRITE REGISTER-LINE
       MOVE WS-RELEASED TO WS-COUNT-DISPLAY
       MOVE SPACES TO REGISTER-LINE
       STRING "DENIED - CHARGES RELEASED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REGISTER-LINE
       WRITE REGISTER-LINE
       MOVE WS-STILL-OPEN TO WS-COUNT-DISPLAY
       MOVE SPACES TO REGISTER-LINE
       STRING "STILL OPEN - UNDECIDED:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REGISTER-LINE
       WRITE REGISTER-LINE
       MOVE WS-REWRITE-FAILS TO WS-COUNT-DISPLAY
       MOVE SPACES TO REGISTER-LINE
       STRING "NOT CLOSED - REWRITE FAIL: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REGISTER-LINE
       WRITE REGISTER-LINE
       MOVE WS-CREDIT-FAILS TO WS-COUNT-DISPLAY
       MOVE SPACES TO REGISTER-LINE
       STRING "CREDIT NOT WRITTEN:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REGISTER-LINE
       WRITE REGISTER-LINE

       CLOSE DISPUTE-MASTER
       CLOSE TRAN-FILE
       CLOSE RESOLUTION-REGISTER

       DISPLAY "Business date resolved: " WS-BUS-DATE
       DISPLAY "Disputes read:          " WS-DISPUTES-READ
       DISPLAY "Credits written:        " WS-CREDITS-WRITTEN
       DISPLAY "Charges released:       " WS-RELEASED
       DISPLAY "Still open:             " WS-STILL-OPEN
       DISPLAY "Rewrite failures:       " WS-REWRITE-FAILS
       DISPLAY "Credit write failures:  " WS-CREDIT-FAILS

       IF WS-REWRITE-FAILS > ZERO OR WS-CREDIT-FAILS > ZERO
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE ZERO TO RETURN-CODE
       END-IF

       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

WRITE-AUDIT-RECORD.
       OPEN EXTEND AUDIT-LOG-FILE
       IF WS-AUDIT-STATUS NOT = "00"
           OPEN OUTPUT AUDIT-LOG-FILE
       END-IF
       MOVE "DSPRESOL"         TO AUDIT-JOB-NAME
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
       MOVE WS-DISPUTES-READ   TO AUDIT-RECS-READ
       MOVE WS-CREDITS-WRITTEN TO AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE SPACES             TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-FILE.

CHECK-RUN-CONTROL.
       OPEN INPUT RUN-CONTROL-FILE
       IF WS-RUNCTL-STATUS NOT = "00"
           DISPLAY "Run control master not found - resolving for "
                   "run date " WS-RUN-DATE
       ELSE
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY "Run control master empty - resolving for "
                           "run date " WS-RUN-DATE
               NOT AT END
                   MOVE RUNCTL-BUS-DATE TO WS-BUS-DATE
           END-READ
           CLOSE RUN-CONTROL-FILE
       END-IF.

RESOLVE-DISPUTE.
       ADD 1 TO WS-DISPUTES-READ
       EVALUATE DSP-STATUS
           WHEN "U"
               MOVE "C" TO DSP-STATUS
               MOVE WS-BUS-DATE TO DSP-CLOSE-DATE
               REWRITE DSP-RECORD
               IF WS-DSP-STATUS NOT = "00"
                   ADD 1 TO WS-REWRITE-FAILS
                   MOVE "NOT CLOSED - NO CREDIT WRITTEN" TO WS-ACTION
               ELSE
                   PERFORM WRITE-DISPUTE-CREDIT
                   IF WS-TRAN-STATUS = "00"
                       MOVE "UPHELD - TYPE R CREDIT WRITTEN"
                           TO WS-ACTION
                   ELSE
                       ADD 1 TO WS-CREDIT-FAILS
                       PERFORM REOPEN-DISPUTE
                   END-IF
               END-IF
               PERFORM WRITE-REGISTER-LINE
           WHEN "D"
               MOVE "R" TO DSP-STATUS
               MOVE WS-BUS-DATE TO DSP-CLOSE-DATE
               REWRITE DSP-RECORD
               IF WS-DSP-STATUS NOT = "00"
                   ADD 1 TO WS-REWRITE-FAILS
                   MOVE "NOT CLOSED - STILL IN DISPUTE" TO WS-ACTION
               ELSE
                   ADD 1 TO WS-RELEASED
                   MOVE "DENIED - CHARGE RELEASED" TO WS-ACTION
               END-IF
               PERFORM WRITE-REGISTER-LINE
           WHEN "O"
               ADD 1 TO WS-STILL-OPEN
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

WRITE-DISPUTE-CREDIT.
       MOVE DSP-MEMBER-ID TO TRAN-MEMBER-ID
       MOVE DSP-AMOUNT    TO TRAN-NUM1
       MOVE "000"         TO TRAN-NUM2
       MOVE "R"           TO TRAN-TYPE-CODE
       WRITE TRAN-RECORD
       IF WS-TRAN-STATUS = "00"
           ADD 1 TO WS-CREDITS-WRITTEN
           ADD DSP-AMOUNT TO WS-CREDIT-AMOUNT
       ELSE
           DISPLAY "Credit for dispute " DSP-ID
                   " not written - status " WS-TRAN-STATUS
       END-IF.

REOPEN-DISPUTE.
       MOVE "U" TO DSP-STATUS
       MOVE SPACES TO DSP-CLOSE-DATE
       REWRITE DSP-RECORD
       IF WS-DSP-STATUS = "00"
           MOVE "REOPENED - CREDIT NOT WRITTEN" TO WS-ACTION
       ELSE
           DISPLAY "Dispute " DSP-ID " closed without its credit - "
                   "status " WS-DSP-STATUS " - correct by hand"
           ADD 1 TO WS-REWRITE-FAILS
           MOVE "CLOSED - CREDIT NOT WRITTEN" TO WS-ACTION
       END-IF.

WRITE-REGISTER-LINE.
       MOVE SPACES TO REGISTER-LINE
       STRING DSP-ID "  " DSP-MEMBER-ID "   " DSP-BUS-DATE "   "
              DSP-AMOUNT "     " DSP-DECIDE-DATE "  " DSP-DECIDED-BY
              "  " WS-ACTION
               DELIMITED BY SIZE INTO REGISTER-LINE
       WRITE REGISTER-LINE.
