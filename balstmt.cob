SELECT CHARGE-DETAIL ASSIGN TO 'charge_detail.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-DETAIL-STATUS.
SELECT DISPUTE-MASTER ASSIGN TO 'disputes.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS DSP-ID
    FILE STATUS IS WS-DSP-STATUS.
SELECT SORT-WORK ASSIGN TO 'balstmt.srt'.
SELECT SORTED-DETAIL ASSIGN TO 'charge_detail_sorted.txt'
    ORGANIZATION LINE SEQUENTIAL
                       ==F-INACT-DATE== BY ==MAINT-INACT-DATE==.
FD  CHARGE-DETAIL.
COPY CHGDTL.
FD  DISPUTE-MASTER.
COPY DSPREC.
FD  SORTED-DETAIL.
COPY CHGDTL REPLACING ==CHGD-RECORD==       BY ==SDT-RECORD==,
                      ==CHGD-MEMBER-ID==    BY ==SDT-MEMBER-ID==,
01 WS-DETAIL-STATUS   PIC X(2) VALUE "00".
01 WS-SDT-STATUS      PIC X(2) VALUE "00".
01 WS-CERT-STATUS     PIC X(2) VALUE "00".
01 WS-DSP-STATUS      PIC X(2) VALUE "00".
01 WS-AUDIT-STATUS    PIC X(2) VALUE "00".
01 WS-EOF-SW          PIC X(1) VALUE "N".
01 WS-SDT-EOF-SW      PIC X(1) VALUE "Y".
01 WS-ORPHAN-COUNT    PIC 9(7) VALUE ZERO.
01 WS-ITEM-TOTAL      PIC S9(9) VALUE ZERO.
01 WS-ITEM-COUNT      PIC 9(7) VALUE ZERO.
01 WS-DISPUTE-TOTAL   PIC 9(9) VALUE ZERO.
01 WS-DISPUTE-COUNT   PIC 9(7) VALUE ZERO.
01 WS-DISPUTES-HELD   PIC 9(7) VALUE ZERO.
01 WS-LIFE-TOTAL      PIC S9(9) VALUE ZERO.
01 WS-LIFE-COUNT      PIC 9(7) VALUE ZERO.
01 WS-EXPECT-TOTAL    PIC S9(10) VALUE ZERO.
01 WS-COUNT-DISPLAY   PIC Z(6)9.
01 WS-SIGNED-DISPLAY  PIC +Z(8)9.

01 WS-DSP-COUNT       PIC 9(4) VALUE ZERO COMP.
01 WS-DSP-MAX         PIC 9(4) VALUE 500 COMP.
01 WS-DSP-SUB         PIC 9(4) VALUE ZERO COMP.
01 WS-DSP-HIT         PIC 9(4) VALUE ZERO COMP.
01 WS-DSP-TABLE.
   05 WS-DSP-ENTRY OCCURS 500 TIMES.
      10 WS-DSP-MEMBER     PIC 9(5).
      10 WS-DSP-DATE       PIC X(10).
      10 WS-DSP-AMOUNT     PIC 9(3).
      10 WS-DSP-USED       PIC X(1).

01 WS-CHARGE-LINE.
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 CL-DATE            PIC X(10).
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 CL-LABEL           PIC X(7).
   05 CL-SUM             PIC ZZ9.
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 CL-DISPUTE         PIC X(10).

PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       END-IF

       PERFORM SORT-CHARGE-DETAIL
       PERFORM LOAD-OPEN-DISPUTES

       OPEN INPUT BALANCE-MASTER
       IF WS-BAL-STATUS NOT = "00"
       DISPLAY "Statements written:    " WS-STMTS-WRITTEN
       DISPLAY "Cross-foot failures:   " WS-CROSSFOOT-FAILS
       DISPLAY "Orphan detail records: " WS-ORPHAN-COUNT
       DISPLAY "Items in dispute:      " WS-DISPUTES-HELD

       IF WS-CROSSFOOT-FAILS > ZERO OR WS-ORPHAN-COUNT > ZERO
           MOVE 8 TO RETURN-CODE
           END-IF
       END-IF.

LOAD-OPEN-DISPUTES.
       MOVE ZERO TO WS-DSP-COUNT
       OPEN INPUT DISPUTE-MASTER
       IF WS-DSP-STATUS NOT = "00"
           DISPLAY "No dispute master on hand - no items held in "
                   "dispute"
       ELSE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ DISPUTE-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF DSP-STATUS = "O" OR DSP-STATUS = "U"
                       OR DSP-STATUS = "D"
                           PERFORM NOTE-DISPUTE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPUTE-MASTER
           MOVE "N" TO WS-EOF-SW
       END-IF.

NOTE-DISPUTE-ENTRY.
       IF WS-DSP-COUNT < WS-DSP-MAX
           ADD 1 TO WS-DSP-COUNT
           MOVE DSP-MEMBER-ID TO WS-DSP-MEMBER (WS-DSP-COUNT)
           MOVE DSP-BUS-DATE  TO WS-DSP-DATE (WS-DSP-COUNT)
           MOVE DSP-AMOUNT    TO WS-DSP-AMOUNT (WS-DSP-COUNT)
           MOVE "N"           TO WS-DSP-USED (WS-DSP-COUNT)
       ELSE
           DISPLAY "Dispute table full - dispute " DSP-ID
                   " prints as an ordinary charge"
       END-IF.

FIND-DISPUTE-ENTRY.
       MOVE ZERO TO WS-DSP-HIT
       MOVE ZERO TO WS-DSP-SUB
       PERFORM CHECK-DISPUTE-ENTRY WS-DSP-COUNT TIMES
       IF WS-DSP-HIT > ZERO
           MOVE "Y" TO WS-DSP-USED (WS-DSP-HIT)
       END-IF.

CHECK-DISPUTE-ENTRY.
       ADD 1 TO WS-DSP-SUB
       IF WS-DSP-HIT = ZERO
       AND WS-DSP-USED (WS-DSP-SUB) = "N"
       AND WS-DSP-MEMBER (WS-DSP-SUB) = SDT-MEMBER-ID
       AND WS-DSP-DATE (WS-DSP-SUB) = SDT-BUS-DATE
       AND WS-DSP-AMOUNT (WS-DSP-SUB) = SDT-SUM
           MOVE WS-DSP-SUB TO WS-DSP-HIT
       END-IF.

READ-NEXT-DETAIL.
       READ SORTED-DETAIL
           AT END
       MOVE ZERO TO WS-ITEM-COUNT
       MOVE ZERO TO WS-LIFE-TOTAL
       MOVE ZERO TO WS-LIFE-COUNT
       MOVE ZERO TO WS-DISPUTE-TOTAL
       MOVE ZERO TO WS-DISPUTE-COUNT
       PERFORM SKIP-ORPHAN-DETAILS
       PERFORM UNTIL WS-SDT-EOF-SW = "Y"
               OR SDT-MEMBER-ID NOT = BAL-MEMBER-ID
           PERFORM PROCESS-MEMBER-DETAIL
           PERFORM READ-NEXT-DETAIL
       END-PERFORM
       IF WS-ITEM-COUNT = ZERO AND WS-DISPUTE-COUNT = ZERO
           MOVE SPACES TO STATEMENT-LINE
           STRING "  NO ACTIVITY THIS PERIOD"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
       END-IF
       IF WS-ITEM-COUNT > ZERO
           MOVE WS-ITEM-TOTAL TO WS-SIGNED-DISPLAY
           MOVE WS-ITEM-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
                  "  ITEMS: " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
       END-IF
       IF WS-DISPUTE-COUNT > ZERO
           MOVE WS-DISPUTE-TOTAL TO WS-TOTAL-DISPLAY
           MOVE WS-DISPUTE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "IN DISPUTE TOTAL:     " WS-TOTAL-DISPLAY
                  "   ITEMS: " WS-COUNT-DISPLAY
                  "  (NOT IN PERIOD CHARGES)"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
       END-IF.

SKIP-ORPHAN-DETAILS.
           ADD SDT-SUM TO WS-LIFE-TOTAL
       END-IF
       ADD 1 TO WS-LIFE-COUNT
       MOVE ZERO TO WS-DSP-HIT
       IF SDT-TYPE-CODE NOT = "R" AND WS-DSP-COUNT > ZERO
           PERFORM FIND-DISPUTE-ENTRY
       END-IF
       IF WS-DSP-HIT > ZERO
           PERFORM PRINT-DISPUTED-ITEM
       ELSE
           IF SDT-BUS-DATE(1:7) = WS-STMT-PERIOD
               PERFORM PRINT-PERIOD-ITEM
           END-IF
       END-IF.

PRINT-PERIOD-ITEM.
       MOVE SDT-NUM1     TO CL-NUM1
       MOVE SDT-NUM2     TO CL-NUM2
       MOVE SDT-SUM      TO CL-SUM
       MOVE SPACES       TO CL-DISPUTE
       IF SDT-TYPE-CODE = "R"
           MOVE "CREDIT " TO CL-LABEL
           SUBTRACT SDT-SUM FROM WS-ITEM-TOTAL
       WRITE STATEMENT-LINE
       ADD 1 TO WS-ITEM-COUNT.

PRINT-DISPUTED-ITEM.
       MOVE SDT-BUS-DATE TO CL-DATE
       MOVE SDT-NUM1     TO CL-NUM1
       MOVE SDT-NUM2     TO CL-NUM2
       MOVE SDT-SUM      TO CL-SUM
       MOVE "CHARGE "    TO CL-LABEL
       MOVE "IN DISPUTE" TO CL-DISPUTE
       MOVE WS-CHARGE-LINE TO STATEMENT-LINE
       WRITE STATEMENT-LINE
       ADD SDT-SUM TO WS-DISPUTE-TOTAL
       ADD 1 TO WS-DISPUTE-COUNT
       ADD 1 TO WS-DISPUTES-HELD.

PRINT-UNKNOWN-MEMBER.
       MOVE SPACES TO STATEMENT-LINE
       STRING "MEMBER: " BAL-MEMBER-ID
       MOVE WS-STMTS-WRITTEN   TO AUDIT-RECS-READ
       MOVE WS-STMTS-WRITTEN   TO AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE SPACES             TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-FILE.
