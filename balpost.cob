    ORGANIZATION LINE SEQUENTIAL.
SELECT EXCEPTION-FILE ASSIGN TO 'balance_exceptions.txt'
    ORGANIZATION LINE SEQUENTIAL.
SELECT POST-CONTROL-FILE ASSIGN TO 'post_control.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-PCTL-STATUS.
SELECT POST-JOURNAL ASSIGN TO 'post_journal.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-PJRN-STATUS.
SELECT RECOVERY-REPORT ASSIGN TO 'post_recovery_report.txt'
    ORGANIZATION LINE SEQUENTIAL.
SELECT DETAIL-TRUNC ASSIGN TO 'charge_detail.tmp'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-DTRN-STATUS.
SELECT RESHX-TRUNC ASSIGN TO 'results_history.tmp'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-RTRN-STATUS.
SELECT RUN-CONTROL-FILE ASSIGN TO 'runctl.dat'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-RUNCTL-STATUS.
01 REGISTER-LINE       PIC X(132).
FD  EXCEPTION-FILE.
COPY EXCPREC.
FD  POST-CONTROL-FILE.
COPY POSTCTL.
FD  POST-JOURNAL.
COPY PJRNREC.
FD  RECOVERY-REPORT.
01 RECOVERY-LINE       PIC X(132).
FD  DETAIL-TRUNC.
01 DTRN-RECORD         PIC X(35).
FD  RESHX-TRUNC.
01 RTRN-RECORD         PIC X(15).
FD  RUN-CONTROL-FILE.
COPY RUNCTL.
FD  AUDIT-LOG-FILE.
01 WS-RUNCTL-PRESENT-SW PIC X(1) VALUE "N".
01 WS-RUNCTL-SAVE     PIC X(17) VALUE SPACES.
01 WS-AUDIT-STATUS    PIC X(2) VALUE "00".
01 WS-PCTL-STATUS     PIC X(2) VALUE "00".
01 WS-PJRN-STATUS     PIC X(2) VALUE "00".
01 WS-DTRN-STATUS     PIC X(2) VALUE "00".
01 WS-RTRN-STATUS     PIC X(2) VALUE "00".
01 WS-EOF-SW          PIC X(1) VALUE "N".
01 WS-DETAIL-EOF-SW   PIC X(1) VALUE "N".
01 WS-RECS-READ       PIC 9(7) VALUE ZERO.
01 WS-RECS-POSTED     PIC 9(7) VALUE ZERO.
01 WS-RECS-REJECTED   PIC 9(7) VALUE ZERO.
01 WS-DETAILS-WRITTEN PIC 9(7) VALUE ZERO.
01 WS-RESHX-WRITTEN   PIC 9(7) VALUE ZERO.
01 WS-ADJUSTS-POSTED  PIC 9(7) VALUE ZERO.
01 WS-DETAIL-START    PIC 9(9) VALUE ZERO.
01 WS-CHARGE-COUNT    PIC 9(7) VALUE ZERO.
01 WS-CHARGE-AMOUNT   PIC 9(11) VALUE ZERO.
01 WS-CREDIT-COUNT    PIC 9(7) VALUE ZERO.
01 WS-CREDIT-AMOUNT   PIC 9(11) VALUE ZERO.
01 WS-REJECT-REASON   PIC X(30) VALUE SPACES.
01 WS-RESHX-START     PIC 9(9) VALUE ZERO.
01 WS-RECOVERY-CARD   PIC X(8) VALUE SPACES.
01 WS-JOURNAL-STATE   PIC X(1) VALUE "C".
01 WS-MARKER-TYPE     PIC X(1) VALUE SPACES.
01 WS-JRNL-FAIL-SW    PIC X(1) VALUE "N".
01 WS-RECOVERED-SW    PIC X(1) VALUE "N".
01 WS-RESUME-SW       PIC X(1) VALUE "N".
01 WS-RECOVERY-FAIL-SW PIC X(1) VALUE "N".
01 WS-BACKOUT-STOP-SW PIC X(1) VALUE "N".
01 WS-JRNL-EOF-SW     PIC X(1) VALUE "N".
01 WS-JRNL-BUS-DATE   PIC X(10) VALUE SPACES.
01 WS-JRNL-DETAIL-START PIC 9(9) VALUE ZERO.
01 WS-JRNL-RESHX-START  PIC 9(9) VALUE ZERO.
01 WS-JRNL-RESULTS    PIC 9(7) VALUE ZERO.
01 WS-LAST-SEQ        PIC 9(7) VALUE ZERO.
01 WS-SKIP-COUNT      PIC 9(7) VALUE ZERO.
01 WS-KEEP-DETAIL     PIC 9(9) VALUE ZERO.
01 WS-KEEP-RESHX      PIC 9(9) VALUE ZERO.
01 WS-COPY-COUNT      PIC 9(9) VALUE ZERO.
01 WS-DROP-COUNT      PIC 9(9) VALUE ZERO.
01 WS-WORK-COUNT      PIC 9(9) VALUE ZERO.
01 WS-TRUNC-FAIL-SW   PIC X(1) VALUE "N".
01 WS-RESTORED        PIC 9(7) VALUE ZERO.
01 WS-DELETED         PIC 9(7) VALUE ZERO.
01 WS-COUNT-DISPLAY   PIC Z,ZZZ,ZZ9.
COPY PJRNREC REPLACING ==PJRN-RECORD==
                           BY ==WS-LJ-RECORD==,
                       ==PJRN-REC-TYPE==
                           BY ==WS-LJ-REC-TYPE==,
                       ==PJRN-BUS-DATE==
                           BY ==WS-LJ-BUS-DATE==,
                       ==PJRN-RESULT-SEQ==
                           BY ==WS-LJ-RESULT-SEQ==,
                       ==PJRN-ACTION==
                           BY ==WS-LJ-ACTION==,
                       ==PJRN-MEMBER-ID==
                           BY ==WS-LJ-MEMBER-ID==,
                       ==PJRN-DETAIL-COUNT==
                           BY ==WS-LJ-DETAIL-COUNT==,
                       ==PJRN-RESHX-COUNT==
                           BY ==WS-LJ-RESHX-COUNT==,
                       ==PJRN-RESULT-IMAGE==
                           BY ==WS-LJ-RESULT-IMAGE==,
                       ==PJRN-BAL-IMAGE==
                           BY ==WS-LJ-BAL-IMAGE==.
01 WS-RST-COUNT       PIC 9(4) VALUE ZERO COMP.
01 WS-RST-MAX         PIC 9(4) VALUE 5000 COMP.
01 WS-RST-SUB         PIC 9(4) VALUE ZERO COMP.
01 WS-RST-FOUND-SW    PIC X(1) VALUE "N".
01 WS-RST-TABLE.
   05 WS-RST-ID       PIC 9(5) OCCURS 5000 TIMES.
01 WS-BUS-DATE        PIC X(10) VALUE SPACES.
01 WS-RUN-DATE        PIC X(10) VALUE SPACES.
01 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
       MOVE WS-RUN-DATE TO WS-BUS-DATE
       PERFORM CHECK-RUN-CONTROL

       ACCEPT WS-RECOVERY-CARD
       OPEN OUTPUT RECOVERY-REPORT
       MOVE SPACES TO RECOVERY-LINE
       STRING "BALANCE POSTING RECOVERY REPORT   BUSINESS DATE: "
              WS-BUS-DATE "   RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO RECOVERY-LINE
       WRITE RECOVERY-LINE
       MOVE SPACES TO RECOVERY-LINE
       WRITE RECOVERY-LINE
       PERFORM CHECK-POSTING-JOURNAL
       EVALUATE WS-JOURNAL-STATE
           WHEN "E"
               PERFORM COMPLETE-ENDED-RUN
           WHEN "P"
               EVALUATE WS-RECOVERY-CARD
                   WHEN "BACKOUT"
                       PERFORM BACK-OUT-POSTINGS
                   WHEN "RESUME"
                       PERFORM PREPARE-RESUME
                   WHEN OTHER
                       PERFORM REFUSE-UNRECOVERED-RUN
               END-EVALUATE
           WHEN OTHER
               IF WS-RECOVERY-CARD NOT = SPACES
                   DISPLAY "Recovery card " WS-RECOVERY-CARD
                           " ignored - last posting run committed"
               END-IF
               MOVE SPACES TO RECOVERY-LINE
               STRING "LAST POSTING RUN COMMITTED - NO RECOVERY NEEDED"
                       DELIMITED BY SIZE INTO RECOVERY-LINE
               WRITE RECOVERY-LINE
       END-EVALUATE
       IF WS-RECOVERY-FAIL-SW = "Y"
           CLOSE RECOVERY-REPORT
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF
       IF WS-BACKOUT-STOP-SW = "Y"
           CLOSE RECOVERY-REPORT
           MOVE 8 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF
       CLOSE RECOVERY-REPORT

       OPEN INPUT RESULT-FILE
       IF WS-RESULT-STATUS = "35"
           DISPLAY "No calculator results - nothing to post"
           OPEN I-O BALANCE-MASTER
       END-IF

       PERFORM COUNT-CHARGE-DETAIL
       PERFORM COUNT-RESULTS-HISTORY
       IF WS-RESUME-SW = "Y"
           MOVE WS-JRNL-DETAIL-START TO WS-DETAIL-START
           MOVE WS-JRNL-RESHX-START  TO WS-RESHX-START
           PERFORM SKIP-POSTED-RESULTS
           OPEN EXTEND POST-JOURNAL
           MOVE "R" TO WS-MARKER-TYPE
           PERFORM WRITE-JOURNAL-MARKER
       ELSE
           OPEN OUTPUT POST-JOURNAL
           PERFORM WRITE-JOURNAL-START
       END-IF
       IF WS-JRNL-FAIL-SW = "Y"
           DISPLAY "Posting journal not written - nothing posted"
           MOVE "Y" TO WS-EOF-SW
       END-IF

       OPEN EXTEND CHARGE-DETAIL
       IF WS-DETAIL-STATUS NOT = "00"
           OPEN OUTPUT CHARGE-DETAIL
       DISPLAY "Charge details written:  " WS-DETAILS-WRITTEN
       DISPLAY "Results retained:        " WS-RESHX-WRITTEN
       DISPLAY "Adjustments posted:      " WS-ADJUSTS-POSTED
       DISPLAY "Charge amount posted:    " WS-CHARGE-AMOUNT
       DISPLAY "Credit amount posted:    " WS-CREDIT-AMOUNT

       IF WS-RECS-READ NOT = WS-RECS-POSTED + WS-RECS-REJECTED
       OR WS-DETAILS-WRITTEN NOT = WS-RECS-POSTED
       OR WS-RESHX-WRITTEN NOT = WS-RECS-READ
           MOVE 8 TO RETURN-CODE
       ELSE
           IF WS-RECS-REJECTED > ZERO OR WS-RECOVERED-SW = "Y"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
       END-IF
       IF WS-JRNL-FAIL-SW = "Y"
           MOVE 8 TO RETURN-CODE
       END-IF

       PERFORM WRITE-POST-CONTROL

       IF WS-JRNL-FAIL-SW = "N" AND RETURN-CODE < 8
           MOVE "E" TO WS-MARKER-TYPE
           PERFORM WRITE-JOURNAL-MARKER
           IF WS-JRNL-FAIL-SW = "N"
               PERFORM MARK-STEP-COMPLETE
               MOVE "C" TO WS-MARKER-TYPE
               PERFORM WRITE-JOURNAL-MARKER
           END-IF
       END-IF
       CLOSE POST-JOURNAL
       IF WS-JRNL-FAIL-SW = "Y"
           MOVE 8 TO RETURN-CODE
       END-IF
       IF RETURN-CODE NOT < 8
           DISPLAY "Posting journal left uncommitted - resubmit "
                   "with BACKOUT or RESUME on SYSIN"
       END-IF

       PERFORM WRITE-AUDIT-RECORD


POST-RESULT.
       ADD 1 TO WS-RECS-READ
       PERFORM JOURNAL-RESULT
       IF WS-JRNL-FAIL-SW = "Y"
           SUBTRACT 1 FROM WS-RECS-READ
           MOVE "Y" TO WS-EOF-SW
       ELSE
           PERFORM RETAIN-RESULT-RECORD
           MOVE RESULT-MEMBER-ID TO BAL-MEMBER-ID
           IF RESULT-TYPE-CODE = "R"
               PERFORM POST-CREDIT
           ELSE
               PERFORM POST-CHARGE
           END-IF
       END-IF.

JOURNAL-RESULT.
       MOVE SPACES TO PJRN-RECORD
       MOVE "I"              TO PJRN-REC-TYPE
       MOVE WS-BUS-DATE      TO PJRN-BUS-DATE
       MOVE WS-RECS-READ     TO PJRN-RESULT-SEQ
       MOVE RESULT-MEMBER-ID TO PJRN-MEMBER-ID
       COMPUTE PJRN-DETAIL-COUNT = WS-DETAIL-START + WS-DETAILS-WRITTEN
       COMPUTE PJRN-RESHX-COUNT = WS-RESHX-START + WS-RESHX-WRITTEN
       MOVE RESULT-RECORD    TO PJRN-RESULT-IMAGE
       MOVE RESULT-MEMBER-ID TO BAL-MEMBER-ID
       READ BALANCE-MASTER
           INVALID KEY
               MOVE "N" TO PJRN-ACTION
           NOT INVALID KEY
               MOVE "U" TO PJRN-ACTION
               MOVE BAL-RECORD TO PJRN-BAL-IMAGE
       END-READ
       WRITE PJRN-RECORD
       IF WS-PJRN-STATUS NOT = "00"
           DISPLAY "Posting journal write failed at result "
                   WS-RECS-READ " status " WS-PJRN-STATUS
                   " - posting stopped"
           MOVE "Y" TO WS-JRNL-FAIL-SW
       END-IF.

WRITE-JOURNAL-START.
       MOVE SPACES TO PJRN-RECORD
       MOVE "B"             TO PJRN-REC-TYPE
       MOVE WS-BUS-DATE     TO PJRN-BUS-DATE
       MOVE ZERO            TO PJRN-RESULT-SEQ
       MOVE ZERO            TO PJRN-MEMBER-ID
       MOVE WS-DETAIL-START TO PJRN-DETAIL-COUNT
       MOVE WS-RESHX-START  TO PJRN-RESHX-COUNT
       WRITE PJRN-RECORD
       IF WS-PJRN-STATUS NOT = "00"
           DISPLAY "Posting journal start record not written - "
                   "status " WS-PJRN-STATUS
           MOVE "Y" TO WS-JRNL-FAIL-SW
       END-IF.

WRITE-JOURNAL-MARKER.
       MOVE SPACES TO PJRN-RECORD
       MOVE WS-MARKER-TYPE  TO PJRN-REC-TYPE
       MOVE WS-BUS-DATE     TO PJRN-BUS-DATE
       MOVE WS-RECS-READ    TO PJRN-RESULT-SEQ
       MOVE ZERO            TO PJRN-MEMBER-ID
       COMPUTE PJRN-DETAIL-COUNT = WS-DETAIL-START + WS-DETAILS-WRITTEN
       COMPUTE PJRN-RESHX-COUNT = WS-RESHX-START + WS-RESHX-WRITTEN
       WRITE PJRN-RECORD
       IF WS-PJRN-STATUS NOT = "00"
           DISPLAY "Posting journal " WS-MARKER-TYPE
                   " record not written - status " WS-PJRN-STATUS
           MOVE "Y" TO WS-JRNL-FAIL-SW
       END-IF.

RETAIN-RESULT-RECORD.
               REWRITE BAL-RECORD
               IF WS-BAL-STATUS = "00"
                   ADD 1 TO WS-RECS-POSTED
                   PERFORM ACCUMULATE-POSTING
                   PERFORM WRITE-CHARGE-DETAIL
               ELSE
                   DISPLAY "Balance rewrite failed for member "
                   IF WS-BAL-STATUS = "00"
                       ADD 1 TO WS-RECS-POSTED
                       ADD 1 TO WS-ADJUSTS-POSTED
                       PERFORM ACCUMULATE-POSTING
                       PERFORM WRITE-CHARGE-DETAIL
                       MOVE "POSTED" TO WS-REJECT-REASON
                       PERFORM WRITE-REGISTER-LINE
       IF WS-BAL-STATUS = "00"
           ADD 1 TO WS-RECS-POSTED
           ADD 1 TO WS-BALS-CREATED
           PERFORM ACCUMULATE-POSTING
           PERFORM WRITE-CHARGE-DETAIL
       ELSE
           DISPLAY "Balance write failed for member "
                   BAL-MEMBER-ID " status " WS-BAL-STATUS
       END-IF.

ACCUMULATE-POSTING.
       IF RESULT-TYPE-CODE = "R"
           ADD 1 TO WS-CREDIT-COUNT
           ADD RESULT-SUM TO WS-CREDIT-AMOUNT
       ELSE
           ADD 1 TO WS-CHARGE-COUNT
           ADD RESULT-SUM TO WS-CHARGE-AMOUNT
       END-IF.

COUNT-CHARGE-DETAIL.
       MOVE ZERO TO WS-DETAIL-START
       OPEN INPUT CHARGE-DETAIL
       IF WS-DETAIL-STATUS = "00"
           MOVE "N" TO WS-DETAIL-EOF-SW
           PERFORM UNTIL WS-DETAIL-EOF-SW = "Y"
               READ CHARGE-DETAIL
                   AT END
                       MOVE "Y" TO WS-DETAIL-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-DETAIL-START
               END-READ
           END-PERFORM
           CLOSE CHARGE-DETAIL
       END-IF.

COUNT-RESULTS-HISTORY.
       MOVE ZERO TO WS-RESHX-START
       OPEN INPUT RESULTS-HISTORY
       IF WS-RESHX-STATUS = "00"
           MOVE "N" TO WS-DETAIL-EOF-SW
           PERFORM UNTIL WS-DETAIL-EOF-SW = "Y"
               READ RESULTS-HISTORY
                   AT END
                       MOVE "Y" TO WS-DETAIL-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-RESHX-START
               END-READ
           END-PERFORM
           CLOSE RESULTS-HISTORY
       END-IF.

CHECK-POSTING-JOURNAL.
       MOVE "C" TO WS-JOURNAL-STATE
       MOVE ZERO TO WS-JRNL-RESULTS
       MOVE ZERO TO WS-LAST-SEQ
       OPEN INPUT POST-JOURNAL
       IF WS-PJRN-STATUS = "00"
           MOVE "N" TO WS-JRNL-EOF-SW
           PERFORM UNTIL WS-JRNL-EOF-SW = "Y"
               READ POST-JOURNAL
                   AT END
                       MOVE "Y" TO WS-JRNL-EOF-SW
                   NOT AT END
                       PERFORM NOTE-JOURNAL-RECORD
               END-READ
           END-PERFORM
           CLOSE POST-JOURNAL
       END-IF.

NOTE-JOURNAL-RECORD.
       EVALUATE PJRN-REC-TYPE
           WHEN "B"
               MOVE "P" TO WS-JOURNAL-STATE
               MOVE PJRN-BUS-DATE     TO WS-JRNL-BUS-DATE
               MOVE PJRN-DETAIL-COUNT TO WS-JRNL-DETAIL-START
               MOVE PJRN-RESHX-COUNT  TO WS-JRNL-RESHX-START
               MOVE ZERO TO WS-JRNL-RESULTS
               MOVE ZERO TO WS-LAST-SEQ
           WHEN "I"
               MOVE "P" TO WS-JOURNAL-STATE
               ADD 1 TO WS-JRNL-RESULTS
               MOVE PJRN-RESULT-SEQ TO WS-LAST-SEQ
               MOVE PJRN-RECORD TO WS-LJ-RECORD
           WHEN "R"
               MOVE "P" TO WS-JOURNAL-STATE
           WHEN "E"
               MOVE "E" TO WS-JOURNAL-STATE
           WHEN "C"
               MOVE "C" TO WS-JOURNAL-STATE
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

COMPLETE-ENDED-RUN.
       MOVE "Y" TO WS-RECOVERED-SW
       OPEN EXTEND POST-JOURNAL
       MOVE "C" TO WS-MARKER-TYPE
       IF WS-JRNL-BUS-DATE = WS-BUS-DATE
           DISPLAY "Posting run for business date " WS-JRNL-BUS-DATE
                   " had posted every result - step marked complete"
           MOVE SPACES TO RECOVERY-LINE
           STRING "POSTING RUN FOR BUSINESS DATE " WS-JRNL-BUS-DATE
                  " HAD POSTED EVERY RESULT BEFORE IT ENDED - STEP "
                  "MARKED COMPLETE, NOTHING REPOSTED"
                   DELIMITED BY SIZE INTO RECOVERY-LINE
           WRITE RECOVERY-LINE
           MOVE 4 TO RETURN-CODE
           PERFORM MARK-STEP-COMPLETE
           PERFORM WRITE-JOURNAL-MARKER
           IF WS-JRNL-FAIL-SW = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE POST-JOURNAL
           CLOSE RECOVERY-REPORT
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF
       DISPLAY "Posting run for business date " WS-JRNL-BUS-DATE
               " had posted every result - committed"
       MOVE SPACES TO RECOVERY-LINE
       STRING "POSTING RUN FOR BUSINESS DATE " WS-JRNL-BUS-DATE
              " HAD POSTED EVERY RESULT BEFORE IT ENDED - JOURNAL "
              "COMMITTED, POSTING CONTINUES"
               DELIMITED BY SIZE INTO RECOVERY-LINE
       WRITE RECOVERY-LINE
       PERFORM WRITE-JOURNAL-MARKER
       MOVE "N" TO WS-JRNL-FAIL-SW
       CLOSE POST-JOURNAL.

REFUSE-UNRECOVERED-RUN.
       DISPLAY "Posting run for business date " WS-JRNL-BUS-DATE
               " did not finish - " WS-JRNL-RESULTS
               " results journaled"
       DISPLAY "Supply BACKOUT or RESUME on SYSIN to recover it"
       MOVE WS-JRNL-RESULTS TO WS-COUNT-DISPLAY
       MOVE SPACES TO RECOVERY-LINE
       STRING "POSTING RUN FOR BUSINESS DATE " WS-JRNL-BUS-DATE
              " DID NOT FINISH - " WS-COUNT-DISPLAY
              " RESULTS JOURNALED - NOTHING POSTED"
               DELIMITED BY SIZE INTO RECOVERY-LINE
       WRITE RECOVERY-LINE
       MOVE SPACES TO RECOVERY-LINE
       STRING "SUPPLY A BACKOUT OR RESUME CARD ON SYSIN TO RECOVER IT"
               DELIMITED BY SIZE INTO RECOVERY-LINE
       WRITE RECOVERY-LINE
       MOVE "Y" TO WS-RECOVERY-FAIL-SW.

BACK-OUT-POSTINGS.
       MOVE WS-JRNL-RESULTS TO WS-COUNT-DISPLAY
       MOVE SPACES TO RECOVERY-LINE
       STRING "BACKOUT OF POSTING RUN FOR BUSINESS DATE "
              WS-JRNL-BUS-DATE " - " WS-COUNT-DISPLAY
              " RESULTS JOURNALED"
               DELIMITED BY SIZE INTO RECOVERY-LINE
       WRITE RECOVERY-LINE
       MOVE ZERO TO WS-RST-COUNT
       MOVE ZERO TO WS-RESTORED
       MOVE ZERO TO WS-DELETED
       OPEN I-O BALANCE-MASTER
       IF WS-BAL-STATUS NOT = "00"
           DISPLAY "Balance master not available for backout - status "
                   WS-BAL-STATUS
           MOVE SPACES TO RECOVERY-LINE
           STRING "*** BALANCE MASTER NOT AVAILABLE - NOTHING BACKED "
                  "OUT ***"
                   DELIMITED BY SIZE INTO RECOVERY-LINE
           WRITE RECOVERY-LINE
           MOVE "Y" TO WS-RECOVERY-FAIL-SW
       ELSE
           OPEN INPUT POST-JOURNAL
           MOVE "N" TO WS-JRNL-EOF-SW
           PERFORM UNTIL WS-JRNL-EOF-SW = "Y"
               READ POST-JOURNAL
                   AT END
                       MOVE "Y" TO WS-JRNL-EOF-SW
                   NOT AT END
                       IF PJRN-REC-TYPE = "I"
                           PERFORM BACK-OUT-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POST-JOURNAL
           CLOSE BALANCE-MASTER
       END-IF
       IF WS-RECOVERY-FAIL-SW = "N"
           MOVE WS-JRNL-DETAIL-START TO WS-KEEP-DETAIL
           PERFORM TRUNCATE-CHARGE-DETAIL
       END-IF
       IF WS-RECOVERY-FAIL-SW = "N"
           MOVE WS-JRNL-RESHX-START TO WS-KEEP-RESHX
           PERFORM TRUNCATE-RESULTS-HISTORY
       END-IF
       IF WS-RECOVERY-FAIL-SW = "N"
           MOVE WS-RESTORED TO WS-COUNT-DISPLAY
           MOVE SPACES TO RECOVERY-LINE
           STRING "BALANCES RESTORED FROM BEFORE-IMAGES: "
                  WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO RECOVERY-LINE
           WRITE RECOVERY-LINE
           MOVE WS-DELETED TO WS-COUNT-DISPLAY
           MOVE SPACES TO RECOVERY-LINE
           STRING "BALANCES CREATED BY THE RUN REMOVED:  "
                  WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO RECOVERY-LINE
           WRITE RECOVERY-LINE
           DISPLAY "Interrupted posting run backed out - "
                   WS-RESTORED " restored, " WS-DELETED " removed"
           IF WS-JRNL-BUS-DATE NOT = WS-BUS-DATE
               PERFORM STOP-AFTER-BACKOUT
           ELSE
               MOVE SPACES TO RECOVERY-LINE
               STRING "BACKOUT COMPLETE - POSTING RESTARTS FROM THE "
                      "FIRST RESULT FOR BUSINESS DATE " WS-BUS-DATE
                       DELIMITED BY SIZE INTO RECOVERY-LINE
               WRITE RECOVERY-LINE
               MOVE "Y" TO WS-RECOVERED-SW
           END-IF
       ELSE
           MOVE SPACES TO RECOVERY-LINE
           STRING "*** BACKOUT NOT COMPLETE - CORRECT THE CAUSE AND "
                  "RERUN WITH BACKOUT ***"
                   DELIMITED BY SIZE INTO RECOVERY-LINE
           WRITE RECOVERY-LINE
       END-IF.

STOP-AFTER-BACKOUT.
       MOVE "Y" TO WS-BACKOUT-STOP-SW
       MOVE SPACES TO RECOVERY-LINE
       STRING "BACKOUT COMPLETE - RESULTS FOR BUSINESS DATE "
              WS-JRNL-BUS-DATE " MUST BE REPOSTED BEFORE THIS CYCLE "
              "RUNS"
               DELIMITED BY SIZE INTO RECOVERY-LINE
       WRITE RECOVERY-LINE
       MOVE SPACES TO RECOVERY-LINE
       STRING "NOTHING POSTED FOR BUSINESS DATE " WS-BUS-DATE
               DELIMITED BY SIZE INTO RECOVERY-LINE
       WRITE RECOVERY-LINE
       DISPLAY "Results for business date " WS-JRNL-BUS-DATE
               " must be reposted before this cycle runs"
       DISPLAY "Nothing posted for business date " WS-BUS-DATE
       OPEN OUTPUT POST-JOURNAL
       MOVE SPACES TO PJRN-RECORD
       MOVE "B"                  TO PJRN-REC-TYPE
       MOVE WS-JRNL-BUS-DATE     TO PJRN-BUS-DATE
       MOVE ZERO                 TO PJRN-RESULT-SEQ
       MOVE ZERO                 TO PJRN-MEMBER-ID
       MOVE WS-JRNL-DETAIL-START TO PJRN-DETAIL-COUNT
       MOVE WS-JRNL-RESHX-START  TO PJRN-RESHX-COUNT
       WRITE PJRN-RECORD
       IF WS-PJRN-STATUS = "00"
           MOVE "C" TO PJRN-REC-TYPE
           WRITE PJRN-RECORD
       END-IF
       IF WS-PJRN-STATUS NOT = "00"
           DISPLAY "Posting journal not committed after backout - "
                   "status " WS-PJRN-STATUS
           MOVE SPACES TO RECOVERY-LINE
           STRING "POSTING JOURNAL NOT COMMITTED AFTER BACKOUT - A "
                  "FURTHER BACKOUT REPEATS IT HARMLESSLY"
                   DELIMITED BY SIZE INTO RECOVERY-LINE
           WRITE RECOVERY-LINE
       END-IF
       CLOSE POST-JOURNAL.

BACK-OUT-JOURNAL-ENTRY.
       MOVE "N" TO WS-RST-FOUND-SW
       MOVE ZERO TO WS-RST-SUB
       PERFORM CHECK-RESTORED-MEMBER WS-RST-COUNT TIMES
       IF WS-RST-FOUND-SW = "N"
           IF WS-RST-COUNT < WS-RST-MAX
               ADD 1 TO WS-RST-COUNT
               MOVE PJRN-MEMBER-ID TO WS-RST-ID (WS-RST-COUNT)
               MOVE PJRN-RECORD TO WS-LJ-RECORD
               PERFORM RESTORE-BEFORE-IMAGE
           ELSE
               DISPLAY "Backout member table full at member "
                       PJRN-MEMBER-ID
               MOVE "Y" TO WS-RECOVERY-FAIL-SW
               MOVE "Y" TO WS-JRNL-EOF-SW
           END-IF
       END-IF.

CHECK-RESTORED-MEMBER.
       IF WS-RST-FOUND-SW = "N"
           ADD 1 TO WS-RST-SUB
           IF WS-RST-ID (WS-RST-SUB) = PJRN-MEMBER-ID
               MOVE "Y" TO WS-RST-FOUND-SW
           END-IF
       END-IF.

RESTORE-BEFORE-IMAGE.
       IF WS-LJ-ACTION = "U"
           MOVE WS-LJ-BAL-IMAGE TO BAL-RECORD
           REWRITE BAL-RECORD
           IF WS-BAL-STATUS = "00"
               ADD 1 TO WS-RESTORED
               MOVE SPACES TO RECOVERY-LINE
               STRING "  MEMBER " BAL-MEMBER-ID
                      "  BALANCE RESTORED - TOTAL " BAL-TOTAL
                      "  COUNT " BAL-TRAN-COUNT
                      "  LAST ACTIVITY " BAL-LAST-DATE
                       DELIMITED BY SIZE INTO RECOVERY-LINE
               WRITE RECOVERY-LINE
           ELSE
               DISPLAY "Balance restore failed for member "
                       BAL-MEMBER-ID " status " WS-BAL-STATUS
               MOVE "Y" TO WS-RECOVERY-FAIL-SW
           END-IF
       ELSE
           MOVE WS-LJ-MEMBER-ID TO BAL-MEMBER-ID
           DELETE BALANCE-MASTER RECORD
           EVALUATE WS-BAL-STATUS
               WHEN "00"
                   ADD 1 TO WS-DELETED
                   MOVE SPACES TO RECOVERY-LINE
                   STRING "  MEMBER " BAL-MEMBER-ID
                          "  BALANCE CREATED BY THE RUN REMOVED"
                           DELIMITED BY SIZE INTO RECOVERY-LINE
                   WRITE RECOVERY-LINE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Balance removal failed for member "
                           BAL-MEMBER-ID " status " WS-BAL-STATUS
                   MOVE "Y" TO WS-RECOVERY-FAIL-SW
           END-EVALUATE
       END-IF.

PREPARE-RESUME.
       IF WS-JRNL-BUS-DATE NOT = WS-BUS-DATE
           DISPLAY "Resume refused - interrupted run was for business "
                   "date " WS-JRNL-BUS-DATE
           DISPLAY "BACKOUT reverses it and stops - its results must "
                   "then be reposted before this cycle runs"
           MOVE SPACES TO RECOVERY-LINE
           STRING "RESUME REFUSED - INTERRUPTED RUN WAS FOR BUSINESS "
                  "DATE " WS-JRNL-BUS-DATE ", THIS CYCLE IS "
                  WS-BUS-DATE
                   DELIMITED BY SIZE INTO RECOVERY-LINE
           WRITE RECOVERY-LINE
           MOVE SPACES TO RECOVERY-LINE
           STRING "BACKOUT REVERSES THAT RUN AND STOPS WITH NOTHING "
                  "POSTED - ITS RESULTS MUST THEN BE REPOSTED BEFORE "
                  "THIS CYCLE RUNS"
                   DELIMITED BY SIZE INTO RECOVERY-LINE
           WRITE RECOVERY-LINE
           MOVE "Y" TO WS-RECOVERY-FAIL-SW
       ELSE
           IF WS-LAST-SEQ = ZERO
               MOVE WS-JRNL-DETAIL-START TO WS-KEEP-DETAIL
               MOVE WS-JRNL-RESHX-START  TO WS-KEEP-RESHX
               MOVE ZERO TO WS-SKIP-COUNT
           ELSE
               MOVE WS-LJ-DETAIL-COUNT TO WS-KEEP-DETAIL
               MOVE WS-LJ-RESHX-COUNT  TO WS-KEEP-RESHX
               COMPUTE WS-SKIP-COUNT = WS-LAST-SEQ - 1
               PERFORM VERIFY-RESUME-RESULT
               IF WS-RECOVERY-FAIL-SW = "N"
                   OPEN I-O BALANCE-MASTER
                   IF WS-BAL-STATUS NOT = "00"
                       DISPLAY "Balance master not available for "
                               "resume - status " WS-BAL-STATUS
                       MOVE "Y" TO WS-RECOVERY-FAIL-SW
                   ELSE
                       PERFORM RESTORE-BEFORE-IMAGE
                       CLOSE BALANCE-MASTER
                   END-IF
               END-IF
           END-IF
           IF WS-RECOVERY-FAIL-SW = "N"
               PERFORM TRUNCATE-CHARGE-DETAIL
           END-IF
           IF WS-RECOVERY-FAIL-SW = "N"
               PERFORM TRUNCATE-RESULTS-HISTORY
           END-IF
           IF WS-RECOVERY-FAIL-SW = "N"
               PERFORM RESTORE-RUN-TOTALS
               MOVE "Y" TO WS-RESUME-SW
               MOVE "Y" TO WS-RECOVERED-SW
               ADD 1 TO WS-SKIP-COUNT GIVING WS-COUNT-DISPLAY
               MOVE SPACES TO RECOVERY-LINE
               STRING "RESUME OF POSTING RUN FOR BUSINESS DATE "
                      WS-BUS-DATE " - POSTING RESUMES AT RESULT "
                      WS-COUNT-DISPLAY
                       DELIMITED BY SIZE INTO RECOVERY-LINE
               WRITE RECOVERY-LINE
               MOVE WS-RECS-POSTED TO WS-COUNT-DISPLAY
               MOVE SPACES TO RECOVERY-LINE
               STRING "RESULTS ALREADY POSTED BY THE INTERRUPTED RUN: "
                      WS-COUNT-DISPLAY
                       DELIMITED BY SIZE INTO RECOVERY-LINE
               WRITE RECOVERY-LINE
               MOVE WS-RECS-REJECTED TO WS-COUNT-DISPLAY
               MOVE SPACES TO RECOVERY-LINE
               STRING "RESULTS ALREADY REJECTED BY THE INTERRUPTED RUN:"
                      WS-COUNT-DISPLAY
                       DELIMITED BY SIZE INTO RECOVERY-LINE
               WRITE RECOVERY-LINE
               DISPLAY "Interrupted posting run resumed after result "
                       WS-SKIP-COUNT
           ELSE
               MOVE SPACES TO RECOVERY-LINE
               STRING "*** RESUME NOT POSSIBLE - NOTHING POSTED ***"
                       DELIMITED BY SIZE INTO RECOVERY-LINE
               WRITE RECOVERY-LINE
           END-IF
       END-IF.

VERIFY-RESUME-RESULT.
       OPEN INPUT RESULT-FILE
       IF WS-RESULT-STATUS NOT = "00"
           DISPLAY "Resume refused - calculator results not available"
           MOVE "Y" TO WS-RECOVERY-FAIL-SW
       ELSE
           MOVE ZERO TO WS-COPY-COUNT
           MOVE "N" TO WS-DETAIL-EOF-SW
           PERFORM UNTIL WS-DETAIL-EOF-SW = "Y"
                   OR WS-COPY-COUNT = WS-LAST-SEQ
               READ RESULT-FILE
                   AT END
                       MOVE "Y" TO WS-DETAIL-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           IF WS-COPY-COUNT NOT = WS-LAST-SEQ
           OR RESULT-RECORD NOT = WS-LJ-RESULT-IMAGE
               DISPLAY "Resume refused - results file does not match "
                       "the journal at result " WS-LAST-SEQ
               MOVE SPACES TO RECOVERY-LINE
               STRING "RESUME REFUSED - RESULTS FILE DOES NOT MATCH "
                      "THE JOURNAL AT RESULT " WS-LAST-SEQ
                      " - USE BACKOUT"
                       DELIMITED BY SIZE INTO RECOVERY-LINE
               WRITE RECOVERY-LINE
               MOVE "Y" TO WS-RECOVERY-FAIL-SW
           END-IF
           CLOSE RESULT-FILE
       END-IF.

RESTORE-RUN-TOTALS.
       MOVE WS-SKIP-COUNT TO WS-RECS-READ
       COMPUTE WS-DETAILS-WRITTEN =
               WS-KEEP-DETAIL - WS-JRNL-DETAIL-START
       COMPUTE WS-RESHX-WRITTEN = WS-KEEP-RESHX - WS-JRNL-RESHX-START
       MOVE WS-DETAILS-WRITTEN TO WS-RECS-POSTED
       COMPUTE WS-RECS-REJECTED = WS-RECS-READ - WS-RECS-POSTED
       MOVE ZERO TO WS-COPY-COUNT
       OPEN INPUT CHARGE-DETAIL
       IF WS-DETAIL-STATUS = "00"
           MOVE "N" TO WS-DETAIL-EOF-SW
           PERFORM UNTIL WS-DETAIL-EOF-SW = "Y"
               READ CHARGE-DETAIL
                   AT END
                       MOVE "Y" TO WS-DETAIL-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-COPY-COUNT
                       IF WS-COPY-COUNT > WS-JRNL-DETAIL-START
                           PERFORM TALLY-POSTED-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHARGE-DETAIL
       END-IF.

TALLY-POSTED-DETAIL.
       IF CHGD-TYPE-CODE = "R"
           ADD 1 TO WS-CREDIT-COUNT
           ADD CHGD-SUM TO WS-CREDIT-AMOUNT
           ADD 1 TO WS-ADJUSTS-POSTED
       ELSE
           ADD 1 TO WS-CHARGE-COUNT
           ADD CHGD-SUM TO WS-CHARGE-AMOUNT
       END-IF.

SKIP-POSTED-RESULTS.
       PERFORM SKIP-POSTED-RESULT WS-SKIP-COUNT TIMES.

SKIP-POSTED-RESULT.
       READ RESULT-FILE
           AT END
               MOVE "Y" TO WS-EOF-SW
       END-READ.

TRUNCATE-CHARGE-DETAIL.
       MOVE "N" TO WS-TRUNC-FAIL-SW
       MOVE ZERO TO WS-DROP-COUNT
       PERFORM COUNT-CHARGE-DETAIL
       MOVE WS-DETAIL-START TO WS-COPY-COUNT
       EVALUATE TRUE
           WHEN WS-DETAIL-START = WS-KEEP-DETAIL
               CONTINUE
           WHEN WS-DETAIL-START < WS-KEEP-DETAIL
               PERFORM COUNT-DETAIL-WORK
               IF WS-WORK-COUNT = WS-KEEP-DETAIL
                   MOVE SPACES TO RECOVERY-LINE
                   STRING "CHARGE DETAIL HOLDS " WS-DETAIL-START
                          " RECORDS - COPY-BACK FINISHED FROM THE "
                          "WORK COPY OF " WS-WORK-COUNT
                           DELIMITED BY SIZE INTO RECOVERY-LINE
                   WRITE RECOVERY-LINE
                   PERFORM COPY-BACK-CHARGE-DETAIL
               ELSE
                   MOVE SPACES TO RECOVERY-LINE
                   STRING "*** CHARGE DETAIL IS SHORT OF THE "
                          WS-KEEP-DETAIL
                          " RECORDS THE JOURNAL EXPECTS ***"
                           DELIMITED BY SIZE INTO RECOVERY-LINE
                   WRITE RECOVERY-LINE
                   MOVE "Y" TO WS-TRUNC-FAIL-SW
               END-IF
           WHEN OTHER
               COMPUTE WS-DROP-COUNT = WS-DETAIL-START - WS-KEEP-DETAIL
               PERFORM COPY-OUT-CHARGE-DETAIL
               IF WS-TRUNC-FAIL-SW = "N"
                   PERFORM COUNT-DETAIL-WORK
                   IF WS-WORK-COUNT NOT = WS-KEEP-DETAIL
                       MOVE SPACES TO RECOVERY-LINE
                       STRING "*** CHARGE DETAIL WORK COPY HOLDS "
                              WS-WORK-COUNT " RECORDS, NOT "
                              WS-KEEP-DETAIL " ***"
                               DELIMITED BY SIZE INTO RECOVERY-LINE
                       WRITE RECOVERY-LINE
                       MOVE "Y" TO WS-TRUNC-FAIL-SW
                   END-IF
               END-IF
               IF WS-TRUNC-FAIL-SW = "N"
                   PERFORM COPY-BACK-CHARGE-DETAIL
               END-IF
       END-EVALUATE
       IF WS-TRUNC-FAIL-SW = "N"
           MOVE WS-DROP-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RECOVERY-LINE
           STRING "CHARGE DETAIL ITEMS REMOVED:     " WS-COUNT-DISPLAY
                  "   KEPT: " WS-COPY-COUNT
                   DELIMITED BY SIZE INTO RECOVERY-LINE
           WRITE RECOVERY-LINE
       ELSE
           MOVE SPACES TO RECOVERY-LINE
           STRING "*** CHARGE DETAIL NOT CUT BACK TO "
                  WS-KEEP-DETAIL " RECORDS ***"
                   DELIMITED BY SIZE INTO RECOVERY-LINE
           WRITE RECOVERY-LINE
           MOVE "Y" TO WS-RECOVERY-FAIL-SW
       END-IF.

COUNT-DETAIL-WORK.
       MOVE ZERO TO WS-WORK-COUNT
       OPEN INPUT DETAIL-TRUNC
       IF WS-DTRN-STATUS = "00"
           MOVE "N" TO WS-DETAIL-EOF-SW
           PERFORM UNTIL WS-DETAIL-EOF-SW = "Y"
               READ DETAIL-TRUNC
                   AT END
                       MOVE "Y" TO WS-DETAIL-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-WORK-COUNT
               END-READ
           END-PERFORM
           CLOSE DETAIL-TRUNC
       END-IF.

COPY-OUT-CHARGE-DETAIL.
       MOVE ZERO TO WS-WORK-COUNT
       OPEN INPUT CHARGE-DETAIL
       IF WS-DETAIL-STATUS NOT = "00"
           DISPLAY "Charge detail will not open - status "
                   WS-DETAIL-STATUS
           MOVE "Y" TO WS-TRUNC-FAIL-SW
       ELSE
           OPEN OUTPUT DETAIL-TRUNC
           IF WS-DTRN-STATUS NOT = "00"
               DISPLAY "Charge detail work copy will not open - "
                       "status " WS-DTRN-STATUS
               MOVE "Y" TO WS-TRUNC-FAIL-SW
           ELSE
               MOVE "N" TO WS-DETAIL-EOF-SW
               PERFORM UNTIL WS-DETAIL-EOF-SW = "Y"
                       OR WS-WORK-COUNT = WS-KEEP-DETAIL
                   READ CHARGE-DETAIL
                       AT END
                           MOVE "Y" TO WS-DETAIL-EOF-SW
                       NOT AT END
                           MOVE CHGD-RECORD TO DTRN-RECORD
                           WRITE DTRN-RECORD
                           IF WS-DTRN-STATUS = "00"
                               ADD 1 TO WS-WORK-COUNT
                           ELSE
                               DISPLAY "Charge detail work copy "
                                       "write failed - status "
                                       WS-DTRN-STATUS
                               MOVE "Y" TO WS-TRUNC-FAIL-SW
                               MOVE "Y" TO WS-DETAIL-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DETAIL-TRUNC
           END-IF
           CLOSE CHARGE-DETAIL
       END-IF.

COPY-BACK-CHARGE-DETAIL.
       MOVE ZERO TO WS-COPY-COUNT
       OPEN INPUT DETAIL-TRUNC
       IF WS-DTRN-STATUS NOT = "00"
           DISPLAY "Charge detail work copy will not reopen - status "
                   WS-DTRN-STATUS
           MOVE "Y" TO WS-TRUNC-FAIL-SW
       ELSE
           OPEN OUTPUT CHARGE-DETAIL
           IF WS-DETAIL-STATUS NOT = "00"
               DISPLAY "Charge detail will not open for output - "
                       "status " WS-DETAIL-STATUS
               MOVE "Y" TO WS-TRUNC-FAIL-SW
           ELSE
               MOVE "N" TO WS-DETAIL-EOF-SW
               PERFORM UNTIL WS-DETAIL-EOF-SW = "Y"
                   READ DETAIL-TRUNC
                       AT END
                           MOVE "Y" TO WS-DETAIL-EOF-SW
                       NOT AT END
                           MOVE DTRN-RECORD TO CHGD-RECORD
                           WRITE CHGD-RECORD
                           IF WS-DETAIL-STATUS = "00"
                               ADD 1 TO WS-COPY-COUNT
                           ELSE
                               DISPLAY "Charge detail write failed - "
                                       "status " WS-DETAIL-STATUS
                               MOVE "Y" TO WS-TRUNC-FAIL-SW
                               MOVE "Y" TO WS-DETAIL-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-DETAIL
           END-IF
           CLOSE DETAIL-TRUNC
       END-IF
       IF WS-TRUNC-FAIL-SW = "N"
       AND WS-COPY-COUNT NOT = WS-KEEP-DETAIL
           MOVE "Y" TO WS-TRUNC-FAIL-SW
       END-IF
       IF WS-TRUNC-FAIL-SW = "Y"
           MOVE SPACES TO RECOVERY-LINE
           STRING "*** CHARGE DETAIL COPY-BACK INCOMPLETE - THE WORK "
                  "COPY IS KEPT, RERUN THE SAME RECOVERY CARD ***"
                   DELIMITED BY SIZE INTO RECOVERY-LINE
           WRITE RECOVERY-LINE
       END-IF.

TRUNCATE-RESULTS-HISTORY.
       MOVE "N" TO WS-TRUNC-FAIL-SW
       MOVE ZERO TO WS-DROP-COUNT
       PERFORM COUNT-RESULTS-HISTORY
       MOVE WS-RESHX-START TO WS-COPY-COUNT
       EVALUATE TRUE
           WHEN WS-RESHX-START = WS-KEEP-RESHX
               CONTINUE
           WHEN WS-RESHX-START < WS-KEEP-RESHX
               PERFORM COUNT-RESHX-WORK
               IF WS-WORK-COUNT = WS-KEEP-RESHX
                   MOVE SPACES TO RECOVERY-LINE
                   STRING "RESULTS HISTORY HOLDS " WS-RESHX-START
                          " RECORDS - COPY-BACK FINISHED FROM THE "
                          "WORK COPY OF " WS-WORK-COUNT
                           DELIMITED BY SIZE INTO RECOVERY-LINE
                   WRITE RECOVERY-LINE
                   PERFORM COPY-BACK-RESULTS-HISTORY
               ELSE
                   MOVE SPACES TO RECOVERY-LINE
                   STRING "*** RESULTS HISTORY IS SHORT OF THE "
                          WS-KEEP-RESHX
                          " RECORDS THE JOURNAL EXPECTS ***"
                           DELIMITED BY SIZE INTO RECOVERY-LINE
                   WRITE RECOVERY-LINE
                   MOVE "Y" TO WS-TRUNC-FAIL-SW
               END-IF
           WHEN OTHER
               COMPUTE WS-DROP-COUNT = WS-RESHX-START - WS-KEEP-RESHX
               PERFORM COPY-OUT-RESULTS-HISTORY
               IF WS-TRUNC-FAIL-SW = "N"
                   PERFORM COUNT-RESHX-WORK
                   IF WS-WORK-COUNT NOT = WS-KEEP-RESHX
                       MOVE SPACES TO RECOVERY-LINE
                       STRING "*** RESULTS HISTORY WORK COPY HOLDS "
                              WS-WORK-COUNT " RECORDS, NOT "
                              WS-KEEP-RESHX " ***"
                               DELIMITED BY SIZE INTO RECOVERY-LINE
                       WRITE RECOVERY-LINE
                       MOVE "Y" TO WS-TRUNC-FAIL-SW
                   END-IF
               END-IF
               IF WS-TRUNC-FAIL-SW = "N"
                   PERFORM COPY-BACK-RESULTS-HISTORY
               END-IF
       END-EVALUATE
       IF WS-TRUNC-FAIL-SW = "N"
           MOVE WS-DROP-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RECOVERY-LINE
           STRING "RESULTS HISTORY ITEMS REMOVED:   " WS-COUNT-DISPLAY
                  "   KEPT: " WS-COPY-COUNT
                   DELIMITED BY SIZE INTO RECOVERY-LINE
           WRITE RECOVERY-LINE
       ELSE
           MOVE SPACES TO RECOVERY-LINE
           STRING "*** RESULTS HISTORY NOT CUT BACK TO "
                  WS-KEEP-RESHX " RECORDS ***"
                   DELIMITED BY SIZE INTO RECOVERY-LINE
           WRITE RECOVERY-LINE
           MOVE "Y" TO WS-RECOVERY-FAIL-SW
       END-IF.

COUNT-RESHX-WORK.
       MOVE ZERO TO WS-WORK-COUNT
       OPEN INPUT RESHX-TRUNC
       IF WS-RTRN-STATUS = "00"
           MOVE "N" TO WS-DETAIL-EOF-SW
           PERFORM UNTIL WS-DETAIL-EOF-SW = "Y"
               READ RESHX-TRUNC
                   AT END
                       MOVE "Y" TO WS-DETAIL-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-WORK-COUNT
               END-READ
           END-PERFORM
           CLOSE RESHX-TRUNC
       END-IF.

COPY-OUT-RESULTS-HISTORY.
       MOVE ZERO TO WS-WORK-COUNT
       OPEN INPUT RESULTS-HISTORY
       IF WS-RESHX-STATUS NOT = "00"
           DISPLAY "Results history will not open - status "
                   WS-RESHX-STATUS
           MOVE "Y" TO WS-TRUNC-FAIL-SW
       ELSE
           OPEN OUTPUT RESHX-TRUNC
           IF WS-RTRN-STATUS NOT = "00"
               DISPLAY "Results history work copy will not open - "
                       "status " WS-RTRN-STATUS
               MOVE "Y" TO WS-TRUNC-FAIL-SW
           ELSE
               MOVE "N" TO WS-DETAIL-EOF-SW
               PERFORM UNTIL WS-DETAIL-EOF-SW = "Y"
                       OR WS-WORK-COUNT = WS-KEEP-RESHX
                   READ RESULTS-HISTORY
                       AT END
                           MOVE "Y" TO WS-DETAIL-EOF-SW
                       NOT AT END
                           MOVE RHX-RECORD TO RTRN-RECORD
                           WRITE RTRN-RECORD
                           IF WS-RTRN-STATUS = "00"
                               ADD 1 TO WS-WORK-COUNT
                           ELSE
                               DISPLAY "Results history work copy "
                                       "write failed - status "
                                       WS-RTRN-STATUS
                               MOVE "Y" TO WS-TRUNC-FAIL-SW
                               MOVE "Y" TO WS-DETAIL-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESHX-TRUNC
           END-IF
           CLOSE RESULTS-HISTORY
       END-IF.

COPY-BACK-RESULTS-HISTORY.
       MOVE ZERO TO WS-COPY-COUNT
       OPEN INPUT RESHX-TRUNC
       IF WS-RTRN-STATUS NOT = "00"
           DISPLAY "Results history work copy will not reopen - status "
                   WS-RTRN-STATUS
           MOVE "Y" TO WS-TRUNC-FAIL-SW
       ELSE
           OPEN OUTPUT RESULTS-HISTORY
           IF WS-RESHX-STATUS NOT = "00"
               DISPLAY "Results history will not open for output - "
                       "status " WS-RESHX-STATUS
               MOVE "Y" TO WS-TRUNC-FAIL-SW
           ELSE
               MOVE "N" TO WS-DETAIL-EOF-SW
               PERFORM UNTIL WS-DETAIL-EOF-SW = "Y"
                   READ RESHX-TRUNC
                       AT END
                           MOVE "Y" TO WS-DETAIL-EOF-SW
                       NOT AT END
                           MOVE RTRN-RECORD TO RHX-RECORD
                           WRITE RHX-RECORD
                           IF WS-RESHX-STATUS = "00"
                               ADD 1 TO WS-COPY-COUNT
                           ELSE
                               DISPLAY "Results history write failed - "
                                       "status " WS-RESHX-STATUS
                               MOVE "Y" TO WS-TRUNC-FAIL-SW
                               MOVE "Y" TO WS-DETAIL-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULTS-HISTORY
           END-IF
           CLOSE RESHX-TRUNC
       END-IF
       IF WS-TRUNC-FAIL-SW = "N"
       AND WS-COPY-COUNT NOT = WS-KEEP-RESHX
           MOVE "Y" TO WS-TRUNC-FAIL-SW
       END-IF
       IF WS-TRUNC-FAIL-SW = "Y"
           MOVE SPACES TO RECOVERY-LINE
           STRING "*** RESULTS HISTORY COPY-BACK INCOMPLETE - THE WORK "
                  "COPY IS KEPT, RERUN THE SAME RECOVERY CARD ***"
                   DELIMITED BY SIZE INTO RECOVERY-LINE
           WRITE RECOVERY-LINE
       END-IF.

WRITE-POST-CONTROL.
       OPEN OUTPUT POST-CONTROL-FILE
       IF WS-PCTL-STATUS NOT = "00"
           DISPLAY "Posting control totals not written - status "
                   WS-PCTL-STATUS
           MOVE 8 TO RETURN-CODE
       ELSE
           MOVE WS-BUS-DATE        TO PCTL-BUS-DATE
           MOVE WS-RUN-DATE        TO PCTL-RUN-DATE
           MOVE WS-DETAIL-START    TO PCTL-DETAIL-START
           MOVE WS-DETAILS-WRITTEN TO PCTL-DETAIL-COUNT
           MOVE WS-CHARGE-COUNT    TO PCTL-CHARGE-COUNT
           MOVE WS-CHARGE-AMOUNT   TO PCTL-CHARGE-AMOUNT
           MOVE WS-CREDIT-COUNT    TO PCTL-CREDIT-COUNT
           MOVE WS-CREDIT-AMOUNT   TO PCTL-CREDIT-AMOUNT
           MOVE "N"                TO PCTL-JOURNALED-FLAG
           WRITE PCTL-RECORD
           CLOSE POST-CONTROL-FILE
       END-IF.

WRITE-CHARGE-DETAIL.
       MOVE RESULT-MEMBER-ID TO CHGD-MEMBER-ID
       MOVE WS-BUS-DATE      TO CHGD-BUS-DATE
       MOVE WS-RECS-READ       TO AUDIT-RECS-READ
       MOVE WS-RECS-POSTED     TO AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE SPACES             TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-FILE.
