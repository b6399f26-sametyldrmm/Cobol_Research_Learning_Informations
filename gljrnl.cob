IDENTIFICATION DIVISION.
PROGRAM-ID. GLJRNL.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT POST-CONTROL-FILE ASSIGN TO 'post_control.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-PCTL-STATUS.
SELECT ACCOUNT-MAP-FILE ASSIGN TO 'gl_account_map.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-GLA-STATUS.
SELECT CHARGE-DETAIL ASSIGN TO 'charge_detail.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-DETAIL-STATUS.
SELECT GL-JOURNAL ASSIGN TO 'gl_journal.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-JRNL-STATUS.
SELECT JOURNAL-REPORT ASSIGN TO 'gl_journal_report.txt'
    ORGANIZATION LINE SEQUENTIAL.
SELECT AUDIT-LOG-FILE ASSIGN TO 'audit.log'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  POST-CONTROL-FILE.
COPY POSTCTL.
FD  ACCOUNT-MAP-FILE.
COPY GLACCT.
FD  CHARGE-DETAIL.
COPY CHGDTL.
FD  GL-JOURNAL.
01 GLJ-HEADER.
    05 GLH-TYPE           PIC X(1).
    05 GLH-JOURNAL-DATE   PIC X(10).
    05 GLH-SOURCE         PIC X(8).
    05 GLH-RUN-DATE       PIC X(10).
    05 GLH-FILLER         PIC X(51).
01 GLJ-DETAIL.
    05 GLD-TYPE           PIC X(1).
    05 GLD-BUS-DATE       PIC X(10).
    05 GLD-TRAN-TYPE      PIC X(1).
    05 GLD-ACCOUNT        PIC X(10).
    05 GLD-DR-CR          PIC X(1).
    05 GLD-AMOUNT         PIC 9(11).
    05 GLD-ITEM-COUNT     PIC 9(7).
    05 GLD-DESCRIPTION    PIC X(20).
    05 GLD-FILLER         PIC X(19).
01 GLJ-TRAILER.
    05 GLT-TYPE           PIC X(1).
    05 GLT-RECORD-COUNT   PIC 9(7).
    05 GLT-DEBIT-TOTAL    PIC 9(13).
    05 GLT-CREDIT-TOTAL   PIC 9(13).
    05 GLT-FILLER         PIC X(46).
FD  JOURNAL-REPORT.
01 REPORT-LINE         PIC X(132).
FD  AUDIT-LOG-FILE.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-PCTL-STATUS     PIC X(2) VALUE "00".
01 WS-GLA-STATUS      PIC X(2) VALUE "00".
01 WS-DETAIL-STATUS   PIC X(2) VALUE "00".
01 WS-JRNL-STATUS     PIC X(2) VALUE "00".
01 WS-AUDIT-STATUS    PIC X(2) VALUE "00".
01 WS-EOF-SW          PIC X(1) VALUE "N".
01 WS-PCTL-PRESENT-SW PIC X(1) VALUE "N".
01 WS-JRNL-FAIL-SW    PIC X(1) VALUE "N".
01 WS-STAMP-FAIL-SW   PIC X(1) VALUE "N".
01 WS-PROVEN-SW       PIC X(1) VALUE "Y".
01 WS-FOUND-SW        PIC X(1) VALUE "N".
01 WS-RUN-DATE        PIC X(10) VALUE SPACES.
01 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
01 WS-DETAILS-SKIPPED PIC 9(9) VALUE ZERO.
01 WS-DETAILS-READ    PIC 9(7) VALUE ZERO.
01 WS-JRNL-WRITTEN    PIC 9(7) VALUE ZERO.
01 WS-JRNL-CHARGES    PIC 9(11) VALUE ZERO.
01 WS-JRNL-CHARGE-CNT PIC 9(7) VALUE ZERO.
01 WS-JRNL-CREDITS    PIC 9(11) VALUE ZERO.
01 WS-JRNL-CREDIT-CNT PIC 9(7) VALUE ZERO.
01 WS-DEBIT-TOTAL     PIC 9(13) VALUE ZERO.
01 WS-CREDIT-TOTAL    PIC 9(13) VALUE ZERO.
01 WS-UNMAPPED-COUNT  PIC 9(4) VALUE ZERO.
01 WS-PROOF-MESSAGE   PIC X(60) VALUE SPACES.
01 WS-AMOUNT-DISPLAY  PIC Z(10)9.
01 WS-COUNT-DISPLAY   PIC Z(6)9.

COPY POSTCTL REPLACING ==PCTL-RECORD==
                           BY ==WS-PCTL-RECORD==,
                       ==PCTL-BUS-DATE==
                           BY ==WS-PCTL-BUS-DATE==,
                       ==PCTL-RUN-DATE==
                           BY ==WS-PCTL-RUN-DATE==,
                       ==PCTL-DETAIL-START==
                           BY ==WS-PCTL-DETAIL-START==,
                       ==PCTL-DETAIL-COUNT==
                           BY ==WS-PCTL-DETAIL-COUNT==,
                       ==PCTL-CHARGE-COUNT==
                           BY ==WS-PCTL-CHARGE-COUNT==,
                       ==PCTL-CHARGE-AMOUNT==
                           BY ==WS-PCTL-CHARGE-AMOUNT==,
                       ==PCTL-CREDIT-COUNT==
                           BY ==WS-PCTL-CREDIT-COUNT==,
                       ==PCTL-CREDIT-AMOUNT==
                           BY ==WS-PCTL-CREDIT-AMOUNT==,
                       ==PCTL-JOURNALED-FLAG==
                           BY ==WS-PCTL-JOURNALED-FLAG==.

01 WS-MAP-COUNT       PIC 9(4) VALUE ZERO COMP.
01 WS-MAP-MAX         PIC 9(4) VALUE 50 COMP.
01 WS-MAP-SUB         PIC 9(4) VALUE ZERO COMP.
01 WS-MAP-TABLE.
   05 WS-MAP-ENTRY OCCURS 50 TIMES.
      10 WS-MAP-TYPE       PIC X(1).
      10 WS-MAP-DEBIT      PIC X(10).
      10 WS-MAP-CREDIT     PIC X(10).
      10 WS-MAP-DESC       PIC X(20).

01 WS-SUM-COUNT       PIC 9(4) VALUE ZERO COMP.
01 WS-SUM-MAX         PIC 9(4) VALUE 200 COMP.
01 WS-SUM-SUB         PIC 9(4) VALUE ZERO COMP.
01 WS-SUM-FULL-SW     PIC X(1) VALUE "N".
01 WS-SUM-TABLE.
   05 WS-SUM-ENTRY OCCURS 200 TIMES.
      10 WS-SUM-BUS-DATE   PIC X(10).
      10 WS-SUM-TYPE       PIC X(1).
      10 WS-SUM-ITEMS      PIC 9(7).
      10 WS-SUM-AMOUNT     PIC 9(11).
      10 WS-SUM-MAP-SUB    PIC 9(4) COMP.

01 WS-SUMMARY-LINE.
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 SL-BUS-DATE        PIC X(10).
   05 FILLER             PIC X(3)  VALUE SPACES.
   05 SL-TYPE            PIC X(1).
   05 FILLER             PIC X(3)  VALUE SPACES.
   05 SL-ITEMS           PIC Z(6)9.
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 SL-AMOUNT          PIC Z(10)9.
   05 FILLER             PIC X(3)  VALUE SPACES.
   05 SL-DEBIT           PIC X(10).
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 SL-CREDIT          PIC X(10).
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 SL-DESC            PIC X(20).

PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:4)  TO WS-RUN-DATE(1:4)
       MOVE "-"                  TO WS-RUN-DATE(5:1)
       MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2)
       MOVE "-"                  TO WS-RUN-DATE(8:1)
       MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2)

       PERFORM READ-POST-CONTROL
       IF WS-PCTL-PRESENT-SW NOT = "Y"
           DISPLAY "No posting control totals from BALPOST - "
                   "journal refused"
           PERFORM EMPTY-JOURNAL
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF
       IF WS-PCTL-JOURNALED-FLAG = "Y"
           DISPLAY "Business date " WS-PCTL-BUS-DATE
                   " already journaled - rerun refused"
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       PERFORM LOAD-ACCOUNT-MAP
       IF WS-MAP-COUNT = ZERO
           DISPLAY "No GL account mapping on hand - journal refused"
           PERFORM EMPTY-JOURNAL
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       PERFORM SUMMARIZE-CHARGE-DETAIL
       PERFORM PROVE-JOURNAL

       OPEN OUTPUT JOURNAL-REPORT
       PERFORM WRITE-REPORT-HEADINGS
       MOVE ZERO TO WS-SUM-SUB
       PERFORM WRITE-SUMMARY-LINE WS-SUM-COUNT TIMES
       PERFORM WRITE-REPORT-TOTALS

       IF WS-PROVEN-SW = "Y"
           PERFORM WRITE-JOURNAL
           IF WS-JRNL-FAIL-SW = "Y"
               PERFORM EMPTY-JOURNAL
               MOVE ZERO TO WS-JRNL-WRITTEN
               MOVE "N" TO WS-PROVEN-SW
               MOVE "JOURNAL FILE COULD NOT BE WRITTEN"
                   TO WS-PROOF-MESSAGE
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM STAMP-POST-CONTROL
               IF WS-STAMP-FAIL-SW = "Y"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
       ELSE
           PERFORM EMPTY-JOURNAL
           MOVE 8 TO RETURN-CODE
       END-IF

       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       IF WS-PROVEN-SW = "Y"
           MOVE WS-JRNL-WRITTEN TO WS-COUNT-DISPLAY
           STRING "JOURNAL PROVEN AND RELEASED - RECORDS WRITTEN: "
                  WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
       ELSE
           STRING "*** JOURNAL HELD - NOTHING SENT TO THE LEDGER ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
       END-IF
       WRITE REPORT-LINE
       IF WS-STAMP-FAIL-SW = "Y"
           MOVE SPACES TO REPORT-LINE
           STRING "*** POSTING CONTROL NOT MARKED JOURNALED - "
                  "DO NOT RERUN THIS JOURNAL ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
       END-IF
       CLOSE JOURNAL-REPORT

       DISPLAY "Business date journaled: " WS-PCTL-BUS-DATE
       DISPLAY "Charge details read:     " WS-DETAILS-READ
       DISPLAY "Journal summary lines:   " WS-SUM-COUNT
       DISPLAY "Journal records written: " WS-JRNL-WRITTEN
       IF WS-PROVEN-SW NOT = "Y"
           DISPLAY "Journal held - " WS-PROOF-MESSAGE
       END-IF

       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

READ-POST-CONTROL.
       OPEN INPUT POST-CONTROL-FILE
       IF WS-PCTL-STATUS = "00"
           READ POST-CONTROL-FILE
               AT END
                   MOVE "N" TO WS-PCTL-PRESENT-SW
               NOT AT END
                   MOVE "Y" TO WS-PCTL-PRESENT-SW
                   MOVE PCTL-RECORD TO WS-PCTL-RECORD
           END-READ
           CLOSE POST-CONTROL-FILE
       END-IF.

LOAD-ACCOUNT-MAP.
       MOVE ZERO TO WS-MAP-COUNT
       OPEN INPUT ACCOUNT-MAP-FILE
       IF WS-GLA-STATUS = "00"
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ ACCOUNT-MAP-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF WS-MAP-COUNT < WS-MAP-MAX
                           ADD 1 TO WS-MAP-COUNT
                           MOVE GLA-TYPE-CODE
                               TO WS-MAP-TYPE (WS-MAP-COUNT)
                           MOVE GLA-DEBIT-ACCT
                               TO WS-MAP-DEBIT (WS-MAP-COUNT)
                           MOVE GLA-CREDIT-ACCT
                               TO WS-MAP-CREDIT (WS-MAP-COUNT)
                           MOVE GLA-DESCRIPTION
                               TO WS-MAP-DESC (WS-MAP-COUNT)
                       ELSE
                           DISPLAY "Account map table full - type "
                                   GLA-TYPE-CODE " not loaded"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MAP-FILE
       END-IF.

SUMMARIZE-CHARGE-DETAIL.
       OPEN INPUT CHARGE-DETAIL
       IF WS-DETAIL-STATUS NOT = "00"
           DISPLAY "No charge detail on hand - status "
                   WS-DETAIL-STATUS
       ELSE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ CHARGE-DETAIL
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF WS-DETAILS-SKIPPED < WS-PCTL-DETAIL-START
                           ADD 1 TO WS-DETAILS-SKIPPED
                       ELSE
                           PERFORM SUMMARIZE-DETAIL-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHARGE-DETAIL
       END-IF.

SUMMARIZE-DETAIL-ITEM.
       ADD 1 TO WS-DETAILS-READ
       IF CHGD-TYPE-CODE = "R"
           ADD 1 TO WS-JRNL-CREDIT-CNT
           ADD CHGD-SUM TO WS-JRNL-CREDITS
       ELSE
           ADD 1 TO WS-JRNL-CHARGE-CNT
           ADD CHGD-SUM TO WS-JRNL-CHARGES
       END-IF
       MOVE "N" TO WS-FOUND-SW
       MOVE ZERO TO WS-SUM-SUB
       PERFORM CHECK-SUMMARY-ENTRY WS-SUM-COUNT TIMES
       IF WS-FOUND-SW NOT = "Y"
           IF WS-SUM-COUNT < WS-SUM-MAX
               ADD 1 TO WS-SUM-COUNT
               MOVE WS-SUM-COUNT TO WS-SUM-SUB
               MOVE CHGD-BUS-DATE  TO WS-SUM-BUS-DATE (WS-SUM-SUB)
               MOVE CHGD-TYPE-CODE TO WS-SUM-TYPE (WS-SUM-SUB)
               MOVE ZERO TO WS-SUM-ITEMS (WS-SUM-SUB)
               MOVE ZERO TO WS-SUM-AMOUNT (WS-SUM-SUB)
               PERFORM FIND-ACCOUNT-MAPPING
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               MOVE "Y" TO WS-SUM-FULL-SW
           END-IF
       END-IF
       IF WS-FOUND-SW = "Y"
           ADD 1 TO WS-SUM-ITEMS (WS-SUM-SUB)
           ADD CHGD-SUM TO WS-SUM-AMOUNT (WS-SUM-SUB)
       END-IF.

CHECK-SUMMARY-ENTRY.
       IF WS-FOUND-SW NOT = "Y"
           ADD 1 TO WS-SUM-SUB
           IF WS-SUM-BUS-DATE (WS-SUM-SUB) = CHGD-BUS-DATE
           AND WS-SUM-TYPE (WS-SUM-SUB) = CHGD-TYPE-CODE
               MOVE "Y" TO WS-FOUND-SW
           END-IF
       END-IF.

FIND-ACCOUNT-MAPPING.
       MOVE ZERO TO WS-SUM-MAP-SUB (WS-SUM-SUB)
       MOVE ZERO TO WS-MAP-SUB
       PERFORM CHECK-MAP-ENTRY WS-MAP-COUNT TIMES
       IF WS-SUM-MAP-SUB (WS-SUM-SUB) = ZERO
           ADD 1 TO WS-UNMAPPED-COUNT
       END-IF.

CHECK-MAP-ENTRY.
       ADD 1 TO WS-MAP-SUB
       IF WS-MAP-TYPE (WS-MAP-SUB) = CHGD-TYPE-CODE
           MOVE WS-MAP-SUB TO WS-SUM-MAP-SUB (WS-SUM-SUB)
       END-IF.

PROVE-JOURNAL.
       MOVE ZERO TO WS-DEBIT-TOTAL
       MOVE ZERO TO WS-CREDIT-TOTAL
       MOVE ZERO TO WS-SUM-SUB
       PERFORM ADD-ENTRY-TO-TOTALS WS-SUM-COUNT TIMES
       EVALUATE TRUE
           WHEN WS-SUM-FULL-SW = "Y"
               MOVE "N" TO WS-PROVEN-SW
               MOVE "SUMMARY TABLE FULL - DETAIL NOT ALL JOURNALED"
                   TO WS-PROOF-MESSAGE
           WHEN WS-UNMAPPED-COUNT > ZERO
               MOVE "N" TO WS-PROVEN-SW
               MOVE "TYPE CODE POSTED WITH NO GL ACCOUNT MAPPING"
                   TO WS-PROOF-MESSAGE
           WHEN WS-DETAILS-READ NOT = WS-PCTL-DETAIL-COUNT
               MOVE "N" TO WS-PROVEN-SW
               MOVE "DETAIL COUNT DISAGREES WITH BALPOST CONTROL"
                   TO WS-PROOF-MESSAGE
           WHEN WS-JRNL-CHARGES NOT = WS-PCTL-CHARGE-AMOUNT
           OR WS-JRNL-CHARGE-CNT NOT = WS-PCTL-CHARGE-COUNT
           OR WS-JRNL-CREDITS NOT = WS-PCTL-CREDIT-AMOUNT
           OR WS-JRNL-CREDIT-CNT NOT = WS-PCTL-CREDIT-COUNT
               MOVE "N" TO WS-PROVEN-SW
               MOVE "JOURNAL NET DISAGREES WITH BALPOST NET CHANGE"
                   TO WS-PROOF-MESSAGE
           WHEN WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE "N" TO WS-PROVEN-SW
               MOVE "JOURNAL DEBITS DO NOT EQUAL CREDITS"
                   TO WS-PROOF-MESSAGE
           WHEN OTHER
               MOVE "Y" TO WS-PROVEN-SW
               MOVE "JOURNAL AGREES WITH BALPOST NET CHANGE"
                   TO WS-PROOF-MESSAGE
       END-EVALUATE.

ADD-ENTRY-TO-TOTALS.
       ADD 1 TO WS-SUM-SUB
       IF WS-SUM-MAP-SUB (WS-SUM-SUB) > ZERO
           ADD WS-SUM-AMOUNT (WS-SUM-SUB) TO WS-DEBIT-TOTAL
           ADD WS-SUM-AMOUNT (WS-SUM-SUB) TO WS-CREDIT-TOTAL
       END-IF.

WRITE-REPORT-HEADINGS.
       MOVE SPACES TO REPORT-LINE
       STRING "GENERAL LEDGER JOURNAL - NIGHTLY POSTINGS   "
              "BUSINESS DATE: " WS-PCTL-BUS-DATE
              "   RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       STRING "  BUS DATE    TYPE    ITEMS       AMOUNT   "
              "DEBIT       CREDIT      DESCRIPTION"
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE.

WRITE-SUMMARY-LINE.
       ADD 1 TO WS-SUM-SUB
       MOVE WS-SUM-BUS-DATE (WS-SUM-SUB) TO SL-BUS-DATE
       MOVE WS-SUM-TYPE (WS-SUM-SUB)     TO SL-TYPE
       MOVE WS-SUM-ITEMS (WS-SUM-SUB)    TO SL-ITEMS
       MOVE WS-SUM-AMOUNT (WS-SUM-SUB)   TO SL-AMOUNT
       IF WS-SUM-MAP-SUB (WS-SUM-SUB) > ZERO
           MOVE WS-SUM-MAP-SUB (WS-SUM-SUB) TO WS-MAP-SUB
           MOVE WS-MAP-DEBIT (WS-MAP-SUB)  TO SL-DEBIT
           MOVE WS-MAP-CREDIT (WS-MAP-SUB) TO SL-CREDIT
           MOVE WS-MAP-DESC (WS-MAP-SUB)   TO SL-DESC
       ELSE
           MOVE "*UNMAPPED*" TO SL-DEBIT
           MOVE "*UNMAPPED*" TO SL-CREDIT
           MOVE SPACES       TO SL-DESC
       END-IF
       MOVE WS-SUMMARY-LINE TO REPORT-LINE
       WRITE REPORT-LINE.

WRITE-REPORT-TOTALS.
       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-JRNL-CHARGES TO WS-AMOUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "CHARGES JOURNALED:        " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-PCTL-CHARGE-AMOUNT TO WS-AMOUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "CHARGES POSTED (BALPOST): " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-JRNL-CREDITS TO WS-AMOUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "CREDITS JOURNALED:        " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-PCTL-CREDIT-AMOUNT TO WS-AMOUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "CREDITS POSTED (BALPOST): " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-DETAILS-READ TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "DETAIL ITEMS JOURNALED:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-PCTL-DETAIL-COUNT TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "DETAIL ITEMS POSTED (BALPOST):" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "TOTAL DEBITS:             " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "TOTAL CREDITS:            " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       IF WS-PROVEN-SW = "Y"
           STRING "PROOF: " WS-PROOF-MESSAGE
                   DELIMITED BY SIZE INTO REPORT-LINE
       ELSE
           STRING "*** OUT OF BALANCE: " WS-PROOF-MESSAGE
                   DELIMITED BY SIZE INTO REPORT-LINE
       END-IF
       WRITE REPORT-LINE.

WRITE-JOURNAL.
       MOVE ZERO TO WS-JRNL-WRITTEN
       OPEN OUTPUT GL-JOURNAL
       IF WS-JRNL-STATUS NOT = "00"
           DISPLAY "Journal file will not open - status "
                   WS-JRNL-STATUS
           MOVE "Y" TO WS-JRNL-FAIL-SW
       ELSE
           MOVE SPACES TO GLJ-HEADER
           MOVE "H"           TO GLH-TYPE
           MOVE WS-PCTL-BUS-DATE TO GLH-JOURNAL-DATE
           MOVE "ROSTCALC"    TO GLH-SOURCE
           MOVE WS-RUN-DATE   TO GLH-RUN-DATE
           WRITE GLJ-HEADER
           PERFORM CHECK-JOURNAL-WRITE
           MOVE ZERO TO WS-SUM-SUB
           PERFORM WRITE-JOURNAL-PAIR WS-SUM-COUNT TIMES
           MOVE SPACES TO GLJ-TRAILER
           MOVE "T"             TO GLT-TYPE
           MOVE WS-JRNL-WRITTEN TO GLT-RECORD-COUNT
           MOVE WS-DEBIT-TOTAL  TO GLT-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO GLT-CREDIT-TOTAL
           WRITE GLJ-TRAILER
           PERFORM CHECK-JOURNAL-WRITE
           ADD 2 TO WS-JRNL-WRITTEN
           CLOSE GL-JOURNAL
       END-IF.

WRITE-JOURNAL-PAIR.
       ADD 1 TO WS-SUM-SUB
       MOVE WS-SUM-MAP-SUB (WS-SUM-SUB) TO WS-MAP-SUB
       MOVE SPACES TO GLJ-DETAIL
       MOVE "D"                          TO GLD-TYPE
       MOVE WS-SUM-BUS-DATE (WS-SUM-SUB) TO GLD-BUS-DATE
       MOVE WS-SUM-TYPE (WS-SUM-SUB)     TO GLD-TRAN-TYPE
       MOVE WS-SUM-AMOUNT (WS-SUM-SUB)   TO GLD-AMOUNT
       MOVE WS-SUM-ITEMS (WS-SUM-SUB)    TO GLD-ITEM-COUNT
       MOVE WS-MAP-DESC (WS-MAP-SUB)     TO GLD-DESCRIPTION
       MOVE WS-MAP-DEBIT (WS-MAP-SUB)    TO GLD-ACCOUNT
       MOVE "D"                          TO GLD-DR-CR
       WRITE GLJ-DETAIL
       PERFORM CHECK-JOURNAL-WRITE
       MOVE WS-MAP-CREDIT (WS-MAP-SUB)   TO GLD-ACCOUNT
       MOVE "C"                          TO GLD-DR-CR
       WRITE GLJ-DETAIL
       PERFORM CHECK-JOURNAL-WRITE
       ADD 2 TO WS-JRNL-WRITTEN.

CHECK-JOURNAL-WRITE.
       IF WS-JRNL-STATUS NOT = "00"
           IF WS-JRNL-FAIL-SW = "N"
               DISPLAY "Journal write failed - status "
                       WS-JRNL-STATUS
           END-IF
           MOVE "Y" TO WS-JRNL-FAIL-SW
       END-IF.

EMPTY-JOURNAL.
       OPEN OUTPUT GL-JOURNAL
       IF WS-JRNL-STATUS = "00"
           CLOSE GL-JOURNAL
       ELSE
           DISPLAY "Journal file will not open - status "
                   WS-JRNL-STATUS
       END-IF.

STAMP-POST-CONTROL.
       OPEN OUTPUT POST-CONTROL-FILE
       IF WS-PCTL-STATUS NOT = "00"
           MOVE "Y" TO WS-STAMP-FAIL-SW
       ELSE
           MOVE WS-PCTL-RECORD TO PCTL-RECORD
           MOVE "Y" TO PCTL-JOURNALED-FLAG
           WRITE PCTL-RECORD
           IF WS-PCTL-STATUS NOT = "00"
               MOVE "Y" TO WS-STAMP-FAIL-SW
           END-IF
           CLOSE POST-CONTROL-FILE
       END-IF
       IF WS-STAMP-FAIL-SW = "Y"
           DISPLAY "Posting control not marked journaled - status "
                   WS-PCTL-STATUS
       END-IF.

WRITE-AUDIT-RECORD.
       OPEN EXTEND AUDIT-LOG-FILE
       IF WS-AUDIT-STATUS NOT = "00"
           OPEN OUTPUT AUDIT-LOG-FILE
       END-IF
       MOVE "GLJRNL"           TO AUDIT-JOB-NAME
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
       MOVE WS-DETAILS-READ    TO AUDIT-RECS-READ
       MOVE WS-JRNL-WRITTEN    TO AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE SPACES             TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-FILE.
