IDENTIFICATION DIVISION.
PROGRAM-ID. BALAGE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT BALANCE-MASTER ASSIGN TO 'balance.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS BAL-MEMBER-ID
    FILE STATUS IS WS-BAL-STATUS.
SELECT ROSTER-MASTER ASSIGN TO 'roster.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS MAINT-ID
    ALTERNATE RECORD KEY IS MAINT-NAME WITH DUPLICATES
    FILE STATUS IS WS-MAINT-STATUS.
SELECT CHARGE-DETAIL ASSIGN TO 'charge_detail.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-DETAIL-STATUS.
SELECT DISPUTE-MASTER ASSIGN TO 'disputes.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS DSP-ID
    FILE STATUS IS WS-DSP-STATUS.
SELECT CERT-FILE ASSIGN TO 'period_close.dat'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-CERT-STATUS.
SELECT SORT-WORK ASSIGN TO 'balage.srt'.
SELECT SORTED-DETAIL ASSIGN TO 'aging_detail_sorted.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-SDT-STATUS.
SELECT AGING-REPORT ASSIGN TO 'aged_trial_balance.txt'
    ORGANIZATION LINE SEQUENTIAL.
SELECT NOTICE-FILE ASSIGN TO 'dunning_notices.txt'
    ORGANIZATION LINE SEQUENTIAL.
SELECT AUDIT-LOG-FILE ASSIGN TO 'audit.log'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
SD  SORT-WORK.
COPY CHGDTL REPLACING ==CHGD-RECORD==       BY ==SRT-RECORD==,
                      ==CHGD-MEMBER-ID==    BY ==SRT-MEMBER-ID==,
                      ==CHGD-BUS-DATE==     BY ==SRT-BUS-DATE==,
                      ==CHGD-NUM1==         BY ==SRT-NUM1==,
                      ==CHGD-NUM2==         BY ==SRT-NUM2==,
                      ==CHGD-SUM==          BY ==SRT-SUM==,
                      ==CHGD-TYPE-CODE==    BY ==SRT-TYPE-CODE==,
                      ==CHGD-SOURCE-CYCLE== BY ==SRT-SOURCE-CYCLE==.
FD  BALANCE-MASTER.
COPY BALREC.
FD  ROSTER-MASTER.
COPY ROSTREC REPLACING ==RECNAME== BY ==MAINT-RECORD==,
                       ==F-ID==    BY ==MAINT-ID==,
                       ==F-NAME==  BY ==MAINT-NAME==,
                       ==F-ADDR==  BY ==MAINT-ADDRESS==,
                       ==F-STATUS== BY ==MAINT-STATUS==,
                       ==F-INACT-DATE== BY ==MAINT-INACT-DATE==.
FD  CHARGE-DETAIL.
COPY CHGDTL.
FD  DISPUTE-MASTER.
COPY DSPREC.
FD  CERT-FILE.
COPY PERCLOSE.
FD  SORTED-DETAIL.
COPY CHGDTL REPLACING ==CHGD-RECORD==       BY ==SDT-RECORD==,
                      ==CHGD-MEMBER-ID==    BY ==SDT-MEMBER-ID==,
                      ==CHGD-BUS-DATE==     BY ==SDT-BUS-DATE==,
                      ==CHGD-NUM1==         BY ==SDT-NUM1==,
                      ==CHGD-NUM2==         BY ==SDT-NUM2==,
                      ==CHGD-SUM==          BY ==SDT-SUM==,
                      ==CHGD-TYPE-CODE==    BY ==SDT-TYPE-CODE==,
                      ==CHGD-SOURCE-CYCLE== BY ==SDT-SOURCE-CYCLE==.
FD  AGING-REPORT.
01 REPORT-LINE         PIC X(132).
FD  NOTICE-FILE.
01 NOTICE-LINE         PIC X(84).
FD  AUDIT-LOG-FILE.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-BAL-STATUS      PIC X(2) VALUE "00".
01 WS-MAINT-STATUS    PIC X(2) VALUE "00".
01 WS-DETAIL-STATUS   PIC X(2) VALUE "00".
01 WS-SDT-STATUS      PIC X(2) VALUE "00".
01 WS-DSP-STATUS      PIC X(2) VALUE "00".
01 WS-AUDIT-STATUS    PIC X(2) VALUE "00".
01 WS-CERT-STATUS     PIC X(2) VALUE "00".
01 WS-EOF-SW          PIC X(1) VALUE "N".
01 WS-SDT-EOF-SW      PIC X(1) VALUE "Y".
01 WS-BAL-OPEN-SW     PIC X(1) VALUE "N".
01 WS-DETAIL-PRESENT-SW PIC X(1) VALUE "N".
01 WS-ON-ROSTER-SW    PIC X(1) VALUE "N".
01 WS-AGE-PERIOD      PIC X(7) VALUE SPACES.
01 WS-ASOF-DATE       PIC X(10) VALUE SPACES.
01 WS-BASE-YEAR       PIC X(4) VALUE SPACES.
01 WS-RUN-DATE        PIC X(10) VALUE SPACES.
01 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
01 WS-DATE-DIGITS     PIC 9(8) VALUE ZERO.
01 WS-NEXT-YEAR       PIC 9(4) VALUE ZERO.
01 WS-NEXT-MONTH      PIC 9(2) VALUE ZERO.
01 WS-ASOF-DAY-INT    PIC 9(7) VALUE ZERO.
01 WS-ITEM-DAY-INT    PIC 9(7) VALUE ZERO.
01 WS-ITEM-AGE        PIC S9(7) VALUE ZERO.
01 WS-BALS-READ       PIC 9(7) VALUE ZERO.
01 WS-MEMBERS-AGED    PIC 9(7) VALUE ZERO.
01 WS-ZERO-BALANCES   PIC 9(7) VALUE ZERO.
01 WS-AGING-FAILS     PIC 9(7) VALUE ZERO.
01 WS-ORPHAN-COUNT    PIC 9(7) VALUE ZERO.
01 WS-NOTICES-WRITTEN PIC 9(7) VALUE ZERO.
01 WS-NOTICES-WITHHELD PIC 9(7) VALUE ZERO.
01 WS-MEMBER-CREDITS  PIC 9(9) VALUE ZERO.
01 WS-CREDIT-LEFT     PIC 9(9) VALUE ZERO.
01 WS-MBR-DISPUTED    PIC 9(10) VALUE ZERO.
01 WS-GRAND-DISPUTED  PIC 9(11) VALUE ZERO.
01 WS-DISPUTES-HELD   PIC 9(7) VALUE ZERO.
01 WS-MEMBER-AGED     PIC S9(10) VALUE ZERO.
01 WS-PAST-DUE        PIC 9(10) VALUE ZERO.
01 WS-GRAND-AGED      PIC S9(11) VALUE ZERO.
01 WS-GRAND-BALANCE   PIC 9(11) VALUE ZERO.
01 WS-BKT-SUB         PIC 9(4) VALUE ZERO COMP.
01 WS-OLDEST-BKT      PIC 9(4) VALUE ZERO COMP.
01 WS-BASE-BKT        PIC 9(4) VALUE 4 COMP.
01 WS-NOTE            PIC X(30) VALUE SPACES.
01 WS-NOTICE-LEVEL    PIC X(14) VALUE SPACES.
01 WS-AMOUNT-DISPLAY  PIC Z(9)9.
01 WS-GRAND-DISPLAY   PIC -Z(10)9.
01 WS-COUNT-DISPLAY   PIC Z(6)9.

01 WS-MEMBER-BUCKETS.
   05 WS-MBR-BKT-AMT  PIC 9(10) OCCURS 4 TIMES.
01 WS-GRAND-BUCKETS.
   05 WS-GRD-BKT-AMT  PIC 9(11) OCCURS 4 TIMES.
01 WS-NOTICE-COUNTS.
   05 WS-NOTICE-CNT   PIC 9(7) OCCURS 4 TIMES.

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

01 WS-BUCKET-NAMES.
   05 FILLER             PIC X(14) VALUE "CURRENT".
   05 FILLER             PIC X(14) VALUE "31-60 DAYS".
   05 FILLER             PIC X(14) VALUE "61-90 DAYS".
   05 FILLER             PIC X(14) VALUE "OVER 90 DAYS".
01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
   05 WS-BUCKET-NAME     PIC X(14) OCCURS 4 TIMES.

01 WS-AGE-LINE.
   05 AL-MEMBER-ID       PIC 9(5).
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 AL-NAME            PIC X(30).
   05 AL-BUCKET          PIC Z(10)9 OCCURS 4 TIMES.
   05 AL-DISPUTED        PIC Z(9)9.
   05 AL-TOTAL           PIC -Z(9)9.
   05 FILLER             PIC X(1)  VALUE SPACES.
   05 AL-NOTE            PIC X(29).

PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:4)  TO WS-RUN-DATE(1:4)
       MOVE "-"                  TO WS-RUN-DATE(5:1)
       MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2)
       MOVE "-"                  TO WS-RUN-DATE(8:1)
       MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2)

       ACCEPT WS-AGE-PERIOD
       IF WS-AGE-PERIOD(1:4) IS NOT NUMERIC
       OR WS-AGE-PERIOD(6:2) IS NOT NUMERIC
           DISPLAY "Aging period must be YYYY-MM - got "
                   WS-AGE-PERIOD
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       PERFORM SET-AGING-DATE
       PERFORM SET-BASE-BUCKET
       MOVE ZEROS TO WS-GRAND-BUCKETS
       MOVE ZEROS TO WS-NOTICE-COUNTS

       PERFORM SORT-CHARGE-DETAIL
       PERFORM LOAD-OPEN-DISPUTES

       OPEN INPUT BALANCE-MASTER
       IF WS-BAL-STATUS NOT = "00"
           DISPLAY "Balance master not available - nothing to age"
                   " - status " WS-BAL-STATUS
           MOVE "Y" TO WS-EOF-SW
       ELSE
           MOVE "Y" TO WS-BAL-OPEN-SW
       END-IF

       OPEN INPUT ROSTER-MASTER
       OPEN OUTPUT AGING-REPORT
       OPEN OUTPUT NOTICE-FILE

       PERFORM WRITE-REPORT-HEADINGS

       PERFORM UNTIL WS-EOF-SW = "Y"
           READ BALANCE-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   PERFORM AGE-MEMBER
           END-READ
       END-PERFORM

       PERFORM DRAIN-ORPHAN-DETAILS
       IF WS-DETAIL-PRESENT-SW = "Y"
           CLOSE SORTED-DETAIL
       END-IF

       PERFORM WRITE-REPORT-TOTALS

       IF WS-BAL-OPEN-SW = "Y"
           CLOSE BALANCE-MASTER
       END-IF
       CLOSE ROSTER-MASTER
       CLOSE AGING-REPORT
       CLOSE NOTICE-FILE

       DISPLAY "Balances read:         " WS-BALS-READ
       DISPLAY "Members aged:          " WS-MEMBERS-AGED
       DISPLAY "Aging failures:        " WS-AGING-FAILS
       DISPLAY "Orphan detail records: " WS-ORPHAN-COUNT
       DISPLAY "Dunning notices:       " WS-NOTICES-WRITTEN
       DISPLAY "Notices withheld:      " WS-NOTICES-WITHHELD
       DISPLAY "Items in dispute:      " WS-DISPUTES-HELD

       IF WS-AGING-FAILS > ZERO OR WS-ORPHAN-COUNT > ZERO
       OR WS-GRAND-AGED NOT = WS-GRAND-BALANCE
           MOVE 8 TO RETURN-CODE
       ELSE
           IF WS-NOTICES-WITHHELD > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
       END-IF

       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

SET-AGING-DATE.
       MOVE WS-AGE-PERIOD(1:4) TO WS-NEXT-YEAR
       MOVE WS-AGE-PERIOD(6:2) TO WS-NEXT-MONTH
       IF WS-NEXT-MONTH = 12
           ADD 1 TO WS-NEXT-YEAR
           MOVE 1 TO WS-NEXT-MONTH
       ELSE
           ADD 1 TO WS-NEXT-MONTH
       END-IF
       MOVE WS-NEXT-YEAR  TO WS-DATE-DIGITS(1:4)
       MOVE WS-NEXT-MONTH TO WS-DATE-DIGITS(5:2)
       MOVE "01" TO WS-DATE-DIGITS(7:2)
       COMPUTE WS-ASOF-DAY-INT =
           FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS) - 1
       COMPUTE WS-DATE-DIGITS =
           FUNCTION DATE-OF-INTEGER(WS-ASOF-DAY-INT)
       MOVE WS-DATE-DIGITS(1:4) TO WS-ASOF-DATE(1:4)
       MOVE "-"                 TO WS-ASOF-DATE(5:1)
       MOVE WS-DATE-DIGITS(5:2) TO WS-ASOF-DATE(6:2)
       MOVE "-"                 TO WS-ASOF-DATE(8:1)
       MOVE WS-DATE-DIGITS(7:2) TO WS-ASOF-DATE(9:2).

SET-BASE-BUCKET.
       MOVE 4 TO WS-BASE-BKT
       MOVE SPACES TO WS-BASE-YEAR
       OPEN INPUT CERT-FILE
       IF WS-CERT-STATUS = "00"
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ CERT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF CERT-PERIOD(5:3) = "-YE"
                       AND CERT-STATUS = "C"
                       AND CERT-PERIOD(1:4) IS NUMERIC
                       AND CERT-PERIOD(1:4) < WS-AGE-PERIOD(1:4)
                       AND CERT-PERIOD(1:4) > WS-BASE-YEAR
                           MOVE CERT-PERIOD(1:4) TO WS-BASE-YEAR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CERT-FILE
           MOVE "N" TO WS-EOF-SW
       END-IF
       IF WS-BASE-YEAR NOT = SPACES
           MOVE WS-BASE-YEAR TO WS-DATE-DIGITS(1:4)
           MOVE "1231"       TO WS-DATE-DIGITS(5:4)
           COMPUTE WS-ITEM-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
           COMPUTE WS-ITEM-AGE = WS-ASOF-DAY-INT - WS-ITEM-DAY-INT
           EVALUATE TRUE
               WHEN WS-ITEM-AGE > 90
                   MOVE 4 TO WS-BASE-BKT
               WHEN WS-ITEM-AGE > 60
                   MOVE 3 TO WS-BASE-BKT
               WHEN WS-ITEM-AGE > 30
                   MOVE 2 TO WS-BASE-BKT
               WHEN OTHER
                   MOVE 1 TO WS-BASE-BKT
           END-EVALUATE
           DISPLAY "Base figures closed through " WS-BASE-YEAR
                   " age from " WS-BASE-YEAR "-12-31"
       END-IF.

SORT-CHARGE-DETAIL.
       OPEN INPUT CHARGE-DETAIL
       IF WS-DETAIL-STATUS NOT = "00"
           DISPLAY "No charge detail on hand - balances age from "
                   "base figures only"
       ELSE
           CLOSE CHARGE-DETAIL
           MOVE "Y" TO WS-DETAIL-PRESENT-SW
           SORT SORT-WORK
               ON ASCENDING KEY SRT-MEMBER-ID SRT-BUS-DATE
               USING CHARGE-DETAIL
               GIVING SORTED-DETAIL
           OPEN INPUT SORTED-DETAIL
           IF WS-SDT-STATUS = "00"
               MOVE "N" TO WS-SDT-EOF-SW
               PERFORM READ-NEXT-DETAIL
           ELSE
               DISPLAY "Sorted detail not available - status "
                       WS-SDT-STATUS
               MOVE "N" TO WS-DETAIL-PRESENT-SW
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
                   " ages as an ordinary charge"
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
               MOVE "Y" TO WS-SDT-EOF-SW
       END-READ.

WRITE-REPORT-HEADINGS.
       MOVE SPACES TO REPORT-LINE
       STRING "AGED TRIAL BALANCE - RECEIVABLES   AS OF: " WS-ASOF-DATE
              "   RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       STRING "MEMBER NAME                          "
              "    CURRENT 31-60 DAYS 61-90 DAYS    OVER 90"
              "IN DISPUTE      TOTAL NOTE"
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE.

AGE-MEMBER.
       ADD 1 TO WS-BALS-READ
       MOVE ZERO TO WS-MBR-BKT-AMT (1)
       MOVE ZERO TO WS-MBR-BKT-AMT (2)
       MOVE ZERO TO WS-MBR-BKT-AMT (3)
       MOVE ZERO TO WS-MBR-BKT-AMT (4)
       ADD BAL-BASE-TOTAL TO WS-MBR-BKT-AMT (WS-BASE-BKT)
       MOVE ZERO TO WS-MEMBER-CREDITS
       MOVE ZERO TO WS-MBR-DISPUTED
       MOVE SPACES TO WS-NOTE
       PERFORM SKIP-ORPHAN-DETAILS
       PERFORM UNTIL WS-SDT-EOF-SW = "Y"
               OR SDT-MEMBER-ID NOT = BAL-MEMBER-ID
           PERFORM ACCUMULATE-DETAIL-ITEM
           PERFORM READ-NEXT-DETAIL
       END-PERFORM
       PERFORM APPLY-MEMBER-CREDITS
       COMPUTE WS-MEMBER-AGED = WS-MBR-BKT-AMT (1) + WS-MBR-BKT-AMT (2)
                              + WS-MBR-BKT-AMT (3) + WS-MBR-BKT-AMT (4)
                              + WS-MBR-DISPUTED - WS-CREDIT-LEFT
       COMPUTE WS-PAST-DUE = WS-MBR-BKT-AMT (2) + WS-MBR-BKT-AMT (3)
                           + WS-MBR-BKT-AMT (4)
       ADD WS-MEMBER-AGED TO WS-GRAND-AGED
       ADD BAL-TOTAL TO WS-GRAND-BALANCE
       ADD WS-MBR-DISPUTED TO WS-GRAND-DISPUTED
       MOVE ZERO TO WS-BKT-SUB
       PERFORM ADD-GRAND-BUCKET 4 TIMES

       MOVE BAL-MEMBER-ID TO MAINT-ID
       READ ROSTER-MASTER
           INVALID KEY
               MOVE "N" TO WS-ON-ROSTER-SW
               MOVE "*** NOT ON ROSTER MASTER ***" TO MAINT-NAME
           NOT INVALID KEY
               MOVE "Y" TO WS-ON-ROSTER-SW
       END-READ

       IF WS-MEMBER-AGED NOT = BAL-TOTAL
           ADD 1 TO WS-AGING-FAILS
           MOVE "*** AGED <> BALANCE TOTAL ***" TO WS-NOTE
       ELSE
           IF WS-CREDIT-LEFT > ZERO
               MOVE "UNAPPLIED CREDIT ON ACCOUNT" TO WS-NOTE
           END-IF
       END-IF

       IF BAL-TOTAL = ZERO AND WS-NOTE = SPACES
           ADD 1 TO WS-ZERO-BALANCES
       ELSE
           ADD 1 TO WS-MEMBERS-AGED
           PERFORM WRITE-AGE-LINE
       END-IF

       IF WS-PAST-DUE > ZERO
           IF WS-ON-ROSTER-SW = "Y"
               PERFORM WRITE-DUNNING-NOTICE
           ELSE
               ADD 1 TO WS-NOTICES-WITHHELD
               DISPLAY "Notice withheld - member " BAL-MEMBER-ID
                       " not on roster master"
           END-IF
       END-IF.

SKIP-ORPHAN-DETAILS.
       PERFORM UNTIL WS-SDT-EOF-SW = "Y"
               OR SDT-MEMBER-ID >= BAL-MEMBER-ID
           ADD 1 TO WS-ORPHAN-COUNT
           DISPLAY "Charge detail with no balance record - member "
                   SDT-MEMBER-ID
           PERFORM READ-NEXT-DETAIL
       END-PERFORM.

DRAIN-ORPHAN-DETAILS.
       PERFORM UNTIL WS-SDT-EOF-SW = "Y"
           ADD 1 TO WS-ORPHAN-COUNT
           DISPLAY "Charge detail with no balance record - member "
                   SDT-MEMBER-ID
           PERFORM READ-NEXT-DETAIL
       END-PERFORM.

ACCUMULATE-DETAIL-ITEM.
       IF SDT-TYPE-CODE = "R"
           ADD SDT-SUM TO WS-MEMBER-CREDITS
       ELSE
           MOVE ZERO TO WS-DSP-HIT
           IF WS-DSP-COUNT > ZERO
               PERFORM FIND-DISPUTE-ENTRY
           END-IF
           IF WS-DSP-HIT > ZERO
               ADD SDT-SUM TO WS-MBR-DISPUTED
               ADD 1 TO WS-DISPUTES-HELD
           ELSE
               PERFORM AGE-DETAIL-ITEM
           END-IF
       END-IF.

AGE-DETAIL-ITEM.
       PERFORM COMPUTE-ITEM-AGE
       EVALUATE TRUE
           WHEN WS-ITEM-AGE > 90
               ADD SDT-SUM TO WS-MBR-BKT-AMT (4)
           WHEN WS-ITEM-AGE > 60
               ADD SDT-SUM TO WS-MBR-BKT-AMT (3)
           WHEN WS-ITEM-AGE > 30
               ADD SDT-SUM TO WS-MBR-BKT-AMT (2)
           WHEN OTHER
               ADD SDT-SUM TO WS-MBR-BKT-AMT (1)
       END-EVALUATE.

COMPUTE-ITEM-AGE.
       MOVE ZERO TO WS-ITEM-AGE
       IF SDT-BUS-DATE(1:4) IS NUMERIC
       AND SDT-BUS-DATE(6:2) IS NUMERIC
       AND SDT-BUS-DATE(9:2) IS NUMERIC
           MOVE SDT-BUS-DATE(1:4) TO WS-DATE-DIGITS(1:4)
           MOVE SDT-BUS-DATE(6:2) TO WS-DATE-DIGITS(5:2)
           MOVE SDT-BUS-DATE(9:2) TO WS-DATE-DIGITS(7:2)
           COMPUTE WS-ITEM-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
           COMPUTE WS-ITEM-AGE = WS-ASOF-DAY-INT - WS-ITEM-DAY-INT
       END-IF.

APPLY-MEMBER-CREDITS.
       MOVE WS-MEMBER-CREDITS TO WS-CREDIT-LEFT
       MOVE 5 TO WS-BKT-SUB
       PERFORM APPLY-CREDIT-TO-BUCKET 4 TIMES.

APPLY-CREDIT-TO-BUCKET.
       SUBTRACT 1 FROM WS-BKT-SUB
       IF WS-CREDIT-LEFT >= WS-MBR-BKT-AMT (WS-BKT-SUB)
           SUBTRACT WS-MBR-BKT-AMT (WS-BKT-SUB) FROM WS-CREDIT-LEFT
           MOVE ZERO TO WS-MBR-BKT-AMT (WS-BKT-SUB)
       ELSE
           SUBTRACT WS-CREDIT-LEFT FROM WS-MBR-BKT-AMT (WS-BKT-SUB)
           MOVE ZERO TO WS-CREDIT-LEFT
       END-IF.

ADD-GRAND-BUCKET.
       ADD 1 TO WS-BKT-SUB
       ADD WS-MBR-BKT-AMT (WS-BKT-SUB) TO WS-GRD-BKT-AMT (WS-BKT-SUB).

WRITE-AGE-LINE.
       MOVE BAL-MEMBER-ID     TO AL-MEMBER-ID
       MOVE MAINT-NAME        TO AL-NAME
       MOVE WS-MBR-BKT-AMT (1) TO AL-BUCKET (1)
       MOVE WS-MBR-BKT-AMT (2) TO AL-BUCKET (2)
       MOVE WS-MBR-BKT-AMT (3) TO AL-BUCKET (3)
       MOVE WS-MBR-BKT-AMT (4) TO AL-BUCKET (4)
       MOVE WS-MBR-DISPUTED   TO AL-DISPUTED
       MOVE WS-MEMBER-AGED    TO AL-TOTAL
       MOVE WS-NOTE           TO AL-NOTE
       MOVE WS-AGE-LINE TO REPORT-LINE
       WRITE REPORT-LINE.

WRITE-DUNNING-NOTICE.
       EVALUATE TRUE
           WHEN WS-MBR-BKT-AMT (4) > ZERO
               MOVE 4 TO WS-OLDEST-BKT
               MOVE "FINAL NOTICE"  TO WS-NOTICE-LEVEL
           WHEN WS-MBR-BKT-AMT (3) > ZERO
               MOVE 3 TO WS-OLDEST-BKT
               MOVE "SECOND NOTICE" TO WS-NOTICE-LEVEL
           WHEN OTHER
               MOVE 2 TO WS-OLDEST-BKT
               MOVE "REMINDER"      TO WS-NOTICE-LEVEL
       END-EVALUATE
       ADD 1 TO WS-NOTICE-CNT (WS-OLDEST-BKT)
       ADD 1 TO WS-NOTICES-WRITTEN

       MOVE ALL "=" TO NOTICE-LINE
       WRITE NOTICE-LINE
       MOVE SPACES TO NOTICE-LINE
       STRING "ACCOUNT " WS-NOTICE-LEVEL "   AS OF: " WS-ASOF-DATE
               DELIMITED BY SIZE INTO NOTICE-LINE
       WRITE NOTICE-LINE
       MOVE SPACES TO NOTICE-LINE
       WRITE NOTICE-LINE
       MOVE SPACES TO NOTICE-LINE
       STRING "MEMBER: " BAL-MEMBER-ID "  " MAINT-NAME
               DELIMITED BY SIZE INTO NOTICE-LINE
       WRITE NOTICE-LINE
       MOVE SPACES TO NOTICE-LINE
       STRING "ADDRESS: " MAINT-ADDRESS
               DELIMITED BY SIZE INTO NOTICE-LINE
       WRITE NOTICE-LINE
       MOVE SPACES TO NOTICE-LINE
       WRITE NOTICE-LINE

       EVALUATE WS-OLDEST-BKT
           WHEN 4
               MOVE SPACES TO NOTICE-LINE
               STRING "Part of your account is now more than 90 days "
                      "past due. Unless the past-due"
                       DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE
               MOVE SPACES TO NOTICE-LINE
               STRING "amount is received within 10 days, the account "
                      "will be referred for collection"
                       DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE
               MOVE SPACES TO NOTICE-LINE
               STRING "and further charges may be suspended."
                       DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE
           WHEN 3
               MOVE SPACES TO NOTICE-LINE
               STRING "Part of your account is now more than 60 days "
                      "past due and our earlier"
                       DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE
               MOVE SPACES TO NOTICE-LINE
               STRING "reminder is unanswered. Please remit the "
                      "past-due amount immediately."
                       DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE
           WHEN OTHER
               MOVE SPACES TO NOTICE-LINE
               STRING "Our records show part of your account is more "
                      "than 30 days past due."
                       DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE
               MOVE SPACES TO NOTICE-LINE
               STRING "If payment has already been sent, please "
                      "disregard this reminder."
                       DELIMITED BY SIZE INTO NOTICE-LINE
               WRITE NOTICE-LINE
       END-EVALUATE

       MOVE SPACES TO NOTICE-LINE
       WRITE NOTICE-LINE
       MOVE ZERO TO WS-BKT-SUB
       PERFORM WRITE-NOTICE-BUCKET 4 TIMES
       IF WS-MBR-DISPUTED > ZERO
           MOVE WS-MBR-DISPUTED TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO NOTICE-LINE
           STRING "  IN DISPUTE     " WS-AMOUNT-DISPLAY
                  "  (HELD PENDING REVIEW - NOT DUE)"
                   DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
       END-IF
       MOVE WS-PAST-DUE TO WS-AMOUNT-DISPLAY
       MOVE SPACES TO NOTICE-LINE
       STRING "  PAST DUE:      " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO NOTICE-LINE
       WRITE NOTICE-LINE
       MOVE BAL-TOTAL TO WS-AMOUNT-DISPLAY
       MOVE SPACES TO NOTICE-LINE
       STRING "  TOTAL BALANCE: " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO NOTICE-LINE
       WRITE NOTICE-LINE.

WRITE-NOTICE-BUCKET.
       ADD 1 TO WS-BKT-SUB
       MOVE WS-MBR-BKT-AMT (WS-BKT-SUB) TO WS-AMOUNT-DISPLAY
       MOVE SPACES TO NOTICE-LINE
       STRING "  " WS-BUCKET-NAME (WS-BKT-SUB) " " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO NOTICE-LINE
       WRITE NOTICE-LINE.

WRITE-REPORT-TOTALS.
       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE ZERO TO WS-BKT-SUB
       PERFORM WRITE-GRAND-BUCKET 4 TIMES
       MOVE WS-GRAND-DISPUTED TO WS-GRAND-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "TOTAL IN DISPUTE        " WS-GRAND-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-GRAND-AGED TO WS-GRAND-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "AGED GRAND TOTAL:       " WS-GRAND-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-GRAND-BALANCE TO WS-GRAND-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "BALANCE MASTER TOTAL:   " WS-GRAND-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       IF WS-GRAND-AGED = WS-GRAND-BALANCE
           STRING "AGED TRIAL BALANCE AGREES WITH BALANCE MASTER"
                   DELIMITED BY SIZE INTO REPORT-LINE
       ELSE
           STRING "*** AGED TRIAL BALANCE OUT OF BALANCE WITH "
                  "BALANCE MASTER ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
       END-IF
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-MEMBERS-AGED TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "MEMBERS LISTED:         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-ZERO-BALANCES TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "ZERO BALANCES:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-NOTICE-CNT (2) TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "REMINDERS ISSUED:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-NOTICE-CNT (3) TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "SECOND NOTICES ISSUED:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-NOTICE-CNT (4) TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "FINAL NOTICES ISSUED:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-NOTICES-WITHHELD TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "NOTICES WITHHELD:       " WS-COUNT-DISPLAY
              "  (PAST DUE, NOT ON ROSTER MASTER)"
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-DISPUTES-HELD TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "ITEMS HELD IN DISPUTE:  " WS-COUNT-DISPLAY
              "  (NOT AGED, NOT DUNNED)"
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-ORPHAN-COUNT TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "ORPHAN DETAIL RECORDS:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE.

WRITE-GRAND-BUCKET.
       ADD 1 TO WS-BKT-SUB
       MOVE WS-GRD-BKT-AMT (WS-BKT-SUB) TO WS-GRAND-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "TOTAL " WS-BUCKET-NAME (WS-BKT-SUB) "    "
              WS-GRAND-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE.

WRITE-AUDIT-RECORD.
       OPEN EXTEND AUDIT-LOG-FILE
       IF WS-AUDIT-STATUS NOT = "00"
           OPEN OUTPUT AUDIT-LOG-FILE
       END-IF
       MOVE "BALAGE"           TO AUDIT-JOB-NAME
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
       MOVE WS-BALS-READ       TO AUDIT-RECS-READ
       MOVE WS-NOTICES-WRITTEN TO AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE SPACES             TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-FILE.
