IDENTIFICATION DIVISION.
PROGRAM-ID. YRCLOSE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT CERT-FILE ASSIGN TO 'period_close.dat'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-CERT-STATUS.
SELECT BALANCE-MASTER ASSIGN TO 'balance.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
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
SELECT RESULTS-HISTORY ASSIGN TO 'results_history.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-RESHX-STATUS.
SELECT DISPUTE-MASTER ASSIGN TO 'disputes.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS DSP-ID
    FILE STATUS IS WS-DSP-STATUS.
SELECT YEAR-DETAIL ASSIGN TO 'charge_detail_yearly.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-YDTL-STATUS.
SELECT YEAR-RESULTS ASSIGN TO 'results_history_yearly.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-YRHX-STATUS.
SELECT DETAIL-NEW ASSIGN TO 'charge_detail.tmp'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-NDTL-STATUS.
SELECT RESULTS-NEW ASSIGN TO 'results_history.tmp'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-NRHX-STATUS.
SELECT POST-JOURNAL ASSIGN TO 'post_journal.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-PJRN-STATUS.
SELECT ANNUAL-STATEMENT ASSIGN TO 'annual_statements.txt'
    ORGANIZATION LINE SEQUENTIAL.
SELECT REPORT-FILE ASSIGN TO 'year_end_report.txt'
    ORGANIZATION LINE SEQUENTIAL.
SELECT AUDIT-LOG-FILE ASSIGN TO 'audit.log'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CERT-FILE.
COPY PERCLOSE.
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
FD  RESULTS-HISTORY.
COPY RESLTREC.
FD  DISPUTE-MASTER.
COPY DSPREC.
FD  YEAR-DETAIL.
COPY CHGDTL REPLACING ==CHGD-RECORD==       BY ==YDTL-RECORD==,
                      ==CHGD-MEMBER-ID==    BY ==YDTL-MEMBER-ID==,
                      ==CHGD-BUS-DATE==     BY ==YDTL-BUS-DATE==,
                      ==CHGD-NUM1==         BY ==YDTL-NUM1==,
                      ==CHGD-NUM2==         BY ==YDTL-NUM2==,
                      ==CHGD-SUM==          BY ==YDTL-SUM==,
                      ==CHGD-TYPE-CODE==    BY ==YDTL-TYPE-CODE==,
                      ==CHGD-SOURCE-CYCLE== BY ==YDTL-SOURCE-CYCLE==.
FD  YEAR-RESULTS.
COPY RESLTREC REPLACING ==RESULT-RECORD==    BY ==YRHX-RECORD==,
                        ==RESULT-MEMBER-ID== BY ==YRHX-MEMBER-ID==,
                        ==RESULT-NUM1==      BY ==YRHX-NUM1==,
                        ==RESULT-NUM2==      BY ==YRHX-NUM2==,
                        ==RESULT-SUM==       BY ==YRHX-SUM==,
                        ==RESULT-TYPE-CODE== BY ==YRHX-TYPE-CODE==.
FD  DETAIL-NEW.
COPY CHGDTL REPLACING ==CHGD-RECORD==       BY ==NDTL-RECORD==,
                      ==CHGD-MEMBER-ID==    BY ==NDTL-MEMBER-ID==,
                      ==CHGD-BUS-DATE==     BY ==NDTL-BUS-DATE==,
                      ==CHGD-NUM1==         BY ==NDTL-NUM1==,
                      ==CHGD-NUM2==         BY ==NDTL-NUM2==,
                      ==CHGD-SUM==          BY ==NDTL-SUM==,
                      ==CHGD-TYPE-CODE==    BY ==NDTL-TYPE-CODE==,
                      ==CHGD-SOURCE-CYCLE== BY ==NDTL-SOURCE-CYCLE==.
FD  RESULTS-NEW.
COPY RESLTREC REPLACING ==RESULT-RECORD==    BY ==NRHX-RECORD==,
                        ==RESULT-MEMBER-ID== BY ==NRHX-MEMBER-ID==,
                        ==RESULT-NUM1==      BY ==NRHX-NUM1==,
                        ==RESULT-NUM2==      BY ==NRHX-NUM2==,
                        ==RESULT-SUM==       BY ==NRHX-SUM==,
                        ==RESULT-TYPE-CODE== BY ==NRHX-TYPE-CODE==.
FD  POST-JOURNAL.
COPY PJRNREC.
FD  ANNUAL-STATEMENT.
01 STATEMENT-LINE      PIC X(84).
FD  REPORT-FILE.
01 REPORT-LINE         PIC X(132).
FD  AUDIT-LOG-FILE.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-CERT-STATUS     PIC X(2) VALUE "00".
01 WS-BAL-STATUS      PIC X(2) VALUE "00".
01 WS-MAINT-STATUS    PIC X(2) VALUE "00".
01 WS-DETAIL-STATUS   PIC X(2) VALUE "00".
01 WS-RESHX-STATUS    PIC X(2) VALUE "00".
01 WS-DSP-STATUS      PIC X(2) VALUE "00".
01 WS-YDTL-STATUS     PIC X(2) VALUE "00".
01 WS-YRHX-STATUS     PIC X(2) VALUE "00".
01 WS-NDTL-STATUS     PIC X(2) VALUE "00".
01 WS-NRHX-STATUS     PIC X(2) VALUE "00".
01 WS-PJRN-STATUS     PIC X(2) VALUE "00".
01 WS-AUDIT-STATUS    PIC X(2) VALUE "00".
01 WS-EOF-SW          PIC X(1) VALUE "N".
01 WS-DTL-EOF-SW      PIC X(1) VALUE "Y".
01 WS-DTL-MOVE-SW     PIC X(1) VALUE "N".
01 WS-YE-ON-FILE-SW   PIC X(1) VALUE "N".
01 WS-PROOF-PASS      PIC X(1) VALUE "B".
01 WS-CLOSE-YEAR      PIC X(4) VALUE SPACES.
01 WS-YE-PERIOD       PIC X(7) VALUE SPACES.
01 WS-RUN-DATE        PIC X(10) VALUE SPACES.
01 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
01 WS-MONTHS-CERTIFIED PIC 9(2) VALUE ZERO.
01 WS-MONTH-SUB       PIC 9(4) VALUE ZERO COMP.
01 WS-MONTH-NUM       PIC 9(2) VALUE ZERO.
01 WS-PROOF-FAILS     PIC 9(7) VALUE ZERO.
01 WS-SPLIT-FAILS     PIC 9(7) VALUE ZERO.
01 WS-ROLL-FAILS      PIC 9(7) VALUE ZERO.
01 WS-FILE-FAILS      PIC 9(7) VALUE ZERO.
01 WS-FILE-NAME       PIC X(30) VALUE SPACES.
01 WS-FILE-STATUS     PIC X(2) VALUE SPACES.
01 WS-JOURNAL-STATE   PIC X(1) VALUE "C".
01 WS-NEW-DETAIL-READ PIC 9(7) VALUE ZERO.
01 WS-NEW-RESULTS-READ PIC 9(7) VALUE ZERO.
01 WS-BASES-ROLLED    PIC 9(7) VALUE ZERO.
01 WS-STMTS-WRITTEN   PIC 9(7) VALUE ZERO.
01 WS-DISPUTES-KEPT   PIC 9(7) VALUE ZERO.
01 WS-PROOF-NOTE      PIC X(40) VALUE SPACES.
01 WS-EXPECT-TOTAL    PIC S9(10) VALUE ZERO.
01 WS-EXPECT-COUNT    PIC 9(8) VALUE ZERO.
01 WS-NEW-BASE        PIC S9(10) VALUE ZERO.

01 WS-SUM-BALANCE     PIC 9(11) VALUE ZERO.
01 WS-SUM-BASE        PIC 9(11) VALUE ZERO.
01 WS-SUM-DETAIL-NET  PIC S9(11) VALUE ZERO.
01 WS-DETAIL-READ     PIC 9(7) VALUE ZERO.
01 WS-RESULTS-READ    PIC 9(7) VALUE ZERO.
01 WS-BEFORE-BALANCE  PIC 9(11) VALUE ZERO.
01 WS-BEFORE-BASE     PIC 9(11) VALUE ZERO.
01 WS-BEFORE-DETAIL   PIC 9(7) VALUE ZERO.
01 WS-BEFORE-RESULTS  PIC 9(7) VALUE ZERO.
01 WS-MOVED-NET       PIC S9(11) VALUE ZERO.
01 WS-MOVED-DETAIL    PIC 9(7) VALUE ZERO.
01 WS-YEAR-DETAIL-OUT PIC 9(7) VALUE ZERO.
01 WS-YEAR-RESULTS-OUT PIC 9(7) VALUE ZERO.
01 WS-KEPT-DETAIL-OUT PIC 9(7) VALUE ZERO.
01 WS-KEPT-RESULTS-OUT PIC 9(7) VALUE ZERO.

01 WS-AMOUNT-DISPLAY  PIC ZZ,ZZZ,ZZZ,ZZ9.
01 WS-SIGNED-DISPLAY  PIC -Z,ZZZ,ZZZ,ZZ9.
01 WS-COUNT-DISPLAY   PIC Z,ZZZ,ZZ9.

01 WS-MONTH-FLAGS.
   05 WS-MONTH-FLAG   PIC X(1) OCCURS 12 TIMES.

01 WS-MBR-COUNT       PIC 9(4) VALUE ZERO COMP.
01 WS-MBR-MAX         PIC 9(4) VALUE 5000 COMP.
01 WS-MBR-SUB         PIC 9(4) VALUE ZERO COMP.
01 WS-MBR-FOUND-SW    PIC X(1) VALUE "N".
01 WS-WANTED-ID       PIC 9(5) VALUE ZERO.

01 WS-MBR-TABLE.
   05 WS-MBR-ENTRY OCCURS 5000 TIMES.
      10 WS-MBR-ID          PIC 9(5).
      10 WS-MBR-TOTAL       PIC 9(9).
      10 WS-MBR-TRANS       PIC 9(7).
      10 WS-MBR-BASE-TOTAL  PIC 9(9).
      10 WS-MBR-BASE-COUNT  PIC 9(7).
      10 WS-MBR-DTL-NET     PIC S9(9).
      10 WS-MBR-DTL-COUNT   PIC 9(7).
      10 WS-MBR-FOLD-TOTAL  PIC 9(9).
      10 WS-MBR-FOLD-COUNT  PIC 9(7).
      10 WS-MBR-MOVED-NET   PIC S9(9).
      10 WS-MBR-MOVED-COUNT PIC 9(7).
      10 WS-MBR-MONTH OCCURS 13 TIMES.
         15 WS-MBR-CHARGES  PIC 9(7).
         15 WS-MBR-CREDITS  PIC 9(7).

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

01 WS-YEAR-CHARGES    PIC 9(9) VALUE ZERO.
01 WS-YEAR-CREDITS    PIC 9(9) VALUE ZERO.
01 WS-MONTH-NET       PIC S9(9) VALUE ZERO.

01 WS-ANNUAL-LINE.
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 AN-MONTH           PIC X(12).
   05 AN-CHARGES         PIC Z(8)9.
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 AN-CREDITS         PIC Z(8)9.
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 AN-NET             PIC -Z(8)9.

01 WS-PROOF-LINE.
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 PL-MEMBER          PIC 9(5).
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 PL-BALANCE         PIC Z(8)9.
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 PL-BASE-DETAIL     PIC -Z(8)9.
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 PL-BASE-RESULTS    PIC Z(8)9.
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 PL-NOTE            PIC X(40).

PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:4)  TO WS-RUN-DATE(1:4)
       MOVE "-"                  TO WS-RUN-DATE(5:1)
       MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2)
       MOVE "-"                  TO WS-RUN-DATE(8:1)
       MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2)

       ACCEPT WS-CLOSE-YEAR
       IF WS-CLOSE-YEAR IS NOT NUMERIC
           DISPLAY "Year to close must be YYYY - got " WS-CLOSE-YEAR
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF
       MOVE WS-CLOSE-YEAR TO WS-YE-PERIOD(1:4)
       MOVE "-YE"         TO WS-YE-PERIOD(5:3)

       PERFORM CHECK-POSTING-JOURNAL
       IF WS-JOURNAL-STATE NOT = "C"
           DISPLAY "Last balance posting run is not committed on the "
                   "posting journal - year-end refused"
           DISPLAY "Complete BALPOST recovery first"
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       PERFORM CHECK-YEAR-CERTIFIED
       IF WS-YE-ON-FILE-SW = "Y"
           DISPLAY "Year " WS-CLOSE-YEAR " is already closed - "
                   WS-YE-PERIOD " is on the period-close file"
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF
       IF WS-MONTHS-CERTIFIED < 12
           DISPLAY "Year " WS-CLOSE-YEAR " has only "
                   WS-MONTHS-CERTIFIED " of 12 months certified "
                   "closed - year-end refused"
           DISPLAY "Run MONCLOSE for every month of the year first"
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       OPEN OUTPUT REPORT-FILE
       MOVE SPACES TO REPORT-LINE
       STRING "YEAR-END CLOSE FOR YEAR " WS-CLOSE-YEAR
              " - BALANCE ROLLOVER AND DETAIL RETIREMENT"
              "   RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE

       PERFORM LOAD-BALANCE-TABLE
       IF RETURN-CODE = 12
           MOVE SPACES TO REPORT-LINE
           STRING "*** BALANCE MASTER COULD NOT BE LOADED - YEAR "
                  WS-CLOSE-YEAR " NOT CLOSED ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF
       PERFORM LOAD-OPEN-DISPUTES

       MOVE "B" TO WS-PROOF-PASS
       PERFORM PROVE-MASTER-FILES
       MOVE WS-SUM-BALANCE TO WS-BEFORE-BALANCE
       MOVE WS-SUM-BASE    TO WS-BEFORE-BASE
       MOVE WS-DETAIL-READ TO WS-BEFORE-DETAIL
       MOVE WS-RESULTS-READ TO WS-BEFORE-RESULTS
       PERFORM PRINT-BEFORE-TOTALS
       IF WS-PROOF-FAILS > ZERO
           MOVE SPACES TO REPORT-LINE
           STRING "*** MASTERS DO NOT PROVE BEFORE CLOSE - NOTHING "
                  "CHANGED - YEAR " WS-CLOSE-YEAR " NOT CLOSED ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Masters do not prove before close - "
                   WS-PROOF-FAILS " failures on year-end report"
           MOVE 8 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       PERFORM SPLIT-YEAR-ACTIVITY
       IF WS-FILE-FAILS = ZERO
           PERFORM VERIFY-NEW-FILES
       END-IF
       IF WS-FILE-FAILS > ZERO
           MOVE SPACES TO REPORT-LINE
           STRING "*** YEARLY HISTORY OR REPLACEMENT FILES NOT "
                  "WRITTEN IN FULL - NOTHING CHANGED - YEAR "
                  WS-CLOSE-YEAR " NOT CLOSED ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Yearly history or replacement files not written "
                   "in full - year not closed"
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF
       IF WS-SPLIT-FAILS > ZERO
           MOVE SPACES TO REPORT-LINE
           STRING "*** RESULTS HISTORY DOES NOT LINE UP WITH CHARGE "
                  "DETAIL - NOTHING CHANGED - YEAR " WS-CLOSE-YEAR
                  " NOT CLOSED ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Results history does not line up with charge "
                   "detail - year not closed"
           MOVE 8 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       PERFORM REPLACE-DETAIL-FILES
       IF WS-FILE-FAILS > ZERO
           MOVE SPACES TO REPORT-LINE
           STRING "*** CHARGE DETAIL OR RESULTS HISTORY NOT REPLACED "
                  "IN FULL - BALANCES NOT CHANGED - RESTORE DETAIL "
                  "AND RESULTS FROM THE YEAR-END BACKUP ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Charge detail or results history not replaced "
                   "in full - restore from the year-end backup"
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF
       PERFORM ROLL-BALANCE-BASES
       PERFORM PRINT-MOVED-TOTALS

       MOVE "A" TO WS-PROOF-PASS
       PERFORM RELOAD-BALANCE-FIGURES
       PERFORM PROVE-MASTER-FILES
       PERFORM PRINT-AFTER-TOTALS

       IF WS-PROOF-FAILS > ZERO OR WS-ROLL-FAILS > ZERO
       OR WS-SUM-BALANCE NOT = WS-BEFORE-BALANCE
       OR WS-SUM-BASE NOT = WS-BEFORE-BASE + WS-MOVED-NET
       OR WS-DETAIL-READ NOT = WS-BEFORE-DETAIL - WS-MOVED-DETAIL
           MOVE SPACES TO REPORT-LINE
           STRING "*** MASTERS DO NOT PROVE AFTER CLOSE - RESTORE "
                  "BALANCE, DETAIL AND RESULTS FROM THE YEAR-END "
                  "BACKUP ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "Masters do not prove after close - restore "
                   "from the year-end backup"
           MOVE 8 TO RETURN-CODE
       ELSE
           PERFORM WRITE-ANNUAL-STATEMENTS
           PERFORM WRITE-YEAR-CERTIFICATION
           MOVE SPACES TO REPORT-LINE
           STRING "YEAR " WS-CLOSE-YEAR " CLOSED - ACTIVITY ROLLED "
                  "INTO BASE FIGURES AND RETIRED TO YEARLY HISTORY"
                   DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "Year " WS-CLOSE-YEAR " closed"
           MOVE ZERO TO RETURN-CODE
       END-IF
       CLOSE REPORT-FILE

       DISPLAY "Balance records:         " WS-MBR-COUNT
       DISPLAY "Detail items retired:    " WS-YEAR-DETAIL-OUT
       DISPLAY "Results retired:         " WS-YEAR-RESULTS-OUT
       DISPLAY "Detail items kept:       " WS-KEPT-DETAIL-OUT
       DISPLAY "Results kept:            " WS-KEPT-RESULTS-OUT
       DISPLAY "Disputed items kept:     " WS-DISPUTES-KEPT
       DISPLAY "Base figures rolled:     " WS-BASES-ROLLED
       DISPLAY "Annual statements:       " WS-STMTS-WRITTEN

       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

CHECK-YEAR-CERTIFIED.
       MOVE SPACES TO WS-MONTH-FLAGS
       MOVE ZERO TO WS-MONTHS-CERTIFIED
       OPEN INPUT CERT-FILE
       IF WS-CERT-STATUS NOT = "00"
           DISPLAY "No period-close certifications on file"
       ELSE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ CERT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF CERT-PERIOD(1:4) = WS-CLOSE-YEAR
                       AND CERT-STATUS = "C"
                           PERFORM NOTE-CERTIFIED-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CERT-FILE
           MOVE "N" TO WS-EOF-SW
       END-IF
       MOVE ZERO TO WS-MONTH-SUB
       PERFORM COUNT-CERTIFIED-MONTH 12 TIMES.

NOTE-CERTIFIED-PERIOD.
       IF CERT-PERIOD = WS-YE-PERIOD
           MOVE "Y" TO WS-YE-ON-FILE-SW
       ELSE
           IF CERT-PERIOD(6:2) IS NUMERIC
               MOVE CERT-PERIOD(6:2) TO WS-MONTH-NUM
               IF WS-MONTH-NUM >= 1 AND WS-MONTH-NUM <= 12
                   MOVE "Y" TO WS-MONTH-FLAG (WS-MONTH-NUM)
               END-IF
           END-IF
       END-IF.

COUNT-CERTIFIED-MONTH.
       ADD 1 TO WS-MONTH-SUB
       IF WS-MONTH-FLAG (WS-MONTH-SUB) = "Y"
           ADD 1 TO WS-MONTHS-CERTIFIED
       END-IF.

LOAD-BALANCE-TABLE.
       MOVE ZERO TO WS-MBR-COUNT
       OPEN INPUT BALANCE-MASTER
       IF WS-BAL-STATUS NOT = "00"
           DISPLAY "Balance master not available - status "
                   WS-BAL-STATUS
           MOVE 12 TO RETURN-CODE
       ELSE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ BALANCE-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       PERFORM ADD-MEMBER-ENTRY
               END-READ
           END-PERFORM
           CLOSE BALANCE-MASTER
           MOVE "N" TO WS-EOF-SW
       END-IF.

ADD-MEMBER-ENTRY.
       IF WS-MBR-COUNT < WS-MBR-MAX
           ADD 1 TO WS-MBR-COUNT
           MOVE WS-MBR-COUNT TO WS-MBR-SUB
           MOVE BAL-MEMBER-ID TO WS-MBR-ID (WS-MBR-SUB)
           MOVE ZERO TO WS-MBR-MOVED-NET (WS-MBR-SUB)
           MOVE ZERO TO WS-MBR-MOVED-COUNT (WS-MBR-SUB)
           MOVE ZERO TO WS-MONTH-SUB
           PERFORM CLEAR-MEMBER-MONTH 13 TIMES
           PERFORM SET-MEMBER-FIGURES
       ELSE
           DISPLAY "Balance table full - member " BAL-MEMBER-ID
                   " cannot be closed"
           MOVE 12 TO RETURN-CODE
           MOVE "Y" TO WS-EOF-SW
       END-IF.

CLEAR-MEMBER-MONTH.
       ADD 1 TO WS-MONTH-SUB
       MOVE ZERO TO WS-MBR-CHARGES (WS-MBR-SUB WS-MONTH-SUB)
       MOVE ZERO TO WS-MBR-CREDITS (WS-MBR-SUB WS-MONTH-SUB).

SET-MEMBER-FIGURES.
       MOVE BAL-TOTAL      TO WS-MBR-TOTAL (WS-MBR-SUB)
       MOVE BAL-TRAN-COUNT TO WS-MBR-TRANS (WS-MBR-SUB)
       MOVE BAL-BASE-TOTAL TO WS-MBR-BASE-TOTAL (WS-MBR-SUB)
       MOVE BAL-BASE-COUNT TO WS-MBR-BASE-COUNT (WS-MBR-SUB)
       MOVE ZERO           TO WS-MBR-DTL-NET (WS-MBR-SUB)
       MOVE ZERO           TO WS-MBR-DTL-COUNT (WS-MBR-SUB)
       MOVE BAL-BASE-TOTAL TO WS-MBR-FOLD-TOTAL (WS-MBR-SUB)
       MOVE BAL-BASE-COUNT TO WS-MBR-FOLD-COUNT (WS-MBR-SUB).

RELOAD-BALANCE-FIGURES.
       OPEN INPUT BALANCE-MASTER
       IF WS-BAL-STATUS NOT = "00"
           DISPLAY "Balance master not available for proof - status "
                   WS-BAL-STATUS
           ADD 1 TO WS-ROLL-FAILS
       ELSE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ BALANCE-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       MOVE BAL-MEMBER-ID TO WS-WANTED-ID
                       PERFORM FIND-MEMBER-ENTRY
                       IF WS-MBR-FOUND-SW = "Y"
                           PERFORM SET-MEMBER-FIGURES
                       ELSE
                           ADD 1 TO WS-ROLL-FAILS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-MASTER
           MOVE "N" TO WS-EOF-SW
       END-IF.

FIND-MEMBER-ENTRY.
       MOVE "N" TO WS-MBR-FOUND-SW
       MOVE ZERO TO WS-MBR-SUB
       PERFORM CHECK-MEMBER-ENTRY WS-MBR-COUNT TIMES.

CHECK-MEMBER-ENTRY.
       IF WS-MBR-FOUND-SW = "N"
           ADD 1 TO WS-MBR-SUB
           IF WS-MBR-ID (WS-MBR-SUB) = WS-WANTED-ID
               MOVE "Y" TO WS-MBR-FOUND-SW
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
                   " is closed with its year"
       END-IF.

RESET-DISPUTE-ENTRIES.
       MOVE ZERO TO WS-DSP-SUB
       PERFORM RESET-DISPUTE-ENTRY WS-DSP-COUNT TIMES.

RESET-DISPUTE-ENTRY.
       ADD 1 TO WS-DSP-SUB
       MOVE "N" TO WS-DSP-USED (WS-DSP-SUB).

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
       AND WS-DSP-MEMBER (WS-DSP-SUB) = CHGD-MEMBER-ID
       AND WS-DSP-DATE (WS-DSP-SUB) = CHGD-BUS-DATE
       AND WS-DSP-AMOUNT (WS-DSP-SUB) = CHGD-SUM
           MOVE WS-DSP-SUB TO WS-DSP-HIT
       END-IF.

CLASSIFY-DETAIL-ITEM.
       MOVE "N" TO WS-DTL-MOVE-SW
       IF CHGD-BUS-DATE(1:4) NOT > WS-CLOSE-YEAR
           MOVE ZERO TO WS-DSP-HIT
           IF CHGD-TYPE-CODE NOT = "R" AND WS-DSP-COUNT > ZERO
               PERFORM FIND-DISPUTE-ENTRY
           END-IF
           IF WS-DSP-HIT = ZERO
               MOVE "Y" TO WS-DTL-MOVE-SW
           END-IF
       END-IF.

PROVE-MASTER-FILES.
       MOVE ZERO TO WS-PROOF-FAILS
       MOVE ZERO TO WS-SUM-DETAIL-NET
       MOVE ZERO TO WS-DETAIL-READ
       MOVE ZERO TO WS-RESULTS-READ
       PERFORM RESET-DISPUTE-ENTRIES
       MOVE SPACES TO REPORT-LINE
       IF WS-PROOF-PASS = "B"
           STRING "PROOF BEFORE CLOSE - BASE + DETAIL AND BASE + "
                  "RETAINED RESULTS AGAINST EACH BALANCE"
                   DELIMITED BY SIZE INTO REPORT-LINE
       ELSE
           STRING "PROOF AFTER CLOSE - BASE + DETAIL AND BASE + "
                  "RETAINED RESULTS AGAINST EACH BALANCE"
                   DELIMITED BY SIZE INTO REPORT-LINE
       END-IF
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       STRING "  MEMBER    BALANCE  BASE+DETAIL BASE+RESULT"
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE

       OPEN INPUT CHARGE-DETAIL
       IF WS-DETAIL-STATUS = "00"
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ CHARGE-DETAIL
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-DETAIL-READ
                       PERFORM ACCUMULATE-DETAIL-ITEM
               END-READ
           END-PERFORM
           CLOSE CHARGE-DETAIL
       END-IF

       OPEN INPUT RESULTS-HISTORY
       IF WS-RESHX-STATUS = "00"
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ RESULTS-HISTORY
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-RESULTS-READ
                       PERFORM FOLD-RESULT-ITEM
               END-READ
           END-PERFORM
           CLOSE RESULTS-HISTORY
       END-IF
       MOVE "N" TO WS-EOF-SW

       MOVE ZERO TO WS-SUM-BALANCE
       MOVE ZERO TO WS-SUM-BASE
       MOVE ZERO TO WS-MBR-SUB
       PERFORM PROVE-MEMBER-ENTRY WS-MBR-COUNT TIMES.

ACCUMULATE-DETAIL-ITEM.
       MOVE CHGD-MEMBER-ID TO WS-WANTED-ID
       PERFORM FIND-MEMBER-ENTRY
       IF WS-MBR-FOUND-SW = "N"
           ADD 1 TO WS-PROOF-FAILS
           MOVE SPACES TO REPORT-LINE
           STRING "  " CHGD-MEMBER-ID "  CHARGE DETAIL " CHGD-BUS-DATE
                  " WITH NO BALANCE RECORD"
                   DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
       ELSE
           IF CHGD-TYPE-CODE = "R"
               SUBTRACT CHGD-SUM FROM WS-MBR-DTL-NET (WS-MBR-SUB)
               SUBTRACT CHGD-SUM FROM WS-SUM-DETAIL-NET
           ELSE
               ADD CHGD-SUM TO WS-MBR-DTL-NET (WS-MBR-SUB)
               ADD CHGD-SUM TO WS-SUM-DETAIL-NET
           END-IF
           ADD 1 TO WS-MBR-DTL-COUNT (WS-MBR-SUB)
           IF WS-PROOF-PASS = "B"
               PERFORM CLASSIFY-DETAIL-ITEM
               IF WS-DTL-MOVE-SW = "Y"
                   PERFORM NOTE-YEAR-ITEM
               END-IF
           END-IF
       END-IF.

NOTE-YEAR-ITEM.
       IF CHGD-BUS-DATE(1:4) = WS-CLOSE-YEAR
       AND CHGD-BUS-DATE(6:2) IS NUMERIC
       AND CHGD-BUS-DATE(6:2) >= "01" AND CHGD-BUS-DATE(6:2) <= "12"
           MOVE CHGD-BUS-DATE(6:2) TO WS-MONTH-NUM
           MOVE WS-MONTH-NUM TO WS-MONTH-SUB
       ELSE
           MOVE 13 TO WS-MONTH-SUB
       END-IF
       IF CHGD-TYPE-CODE = "R"
           SUBTRACT CHGD-SUM FROM WS-MBR-MOVED-NET (WS-MBR-SUB)
           SUBTRACT CHGD-SUM FROM WS-MOVED-NET
           ADD CHGD-SUM TO WS-MBR-CREDITS (WS-MBR-SUB WS-MONTH-SUB)
       ELSE
           ADD CHGD-SUM TO WS-MBR-MOVED-NET (WS-MBR-SUB)
           ADD CHGD-SUM TO WS-MOVED-NET
           ADD CHGD-SUM TO WS-MBR-CHARGES (WS-MBR-SUB WS-MONTH-SUB)
       END-IF
       ADD 1 TO WS-MBR-MOVED-COUNT (WS-MBR-SUB)
       ADD 1 TO WS-MOVED-DETAIL.

FOLD-RESULT-ITEM.
       MOVE RESULT-MEMBER-ID TO WS-WANTED-ID
       PERFORM FIND-MEMBER-ENTRY
       IF WS-MBR-FOUND-SW = "N"
           IF RESULT-TYPE-CODE NOT = "R"
               ADD 1 TO WS-PROOF-FAILS
               MOVE SPACES TO REPORT-LINE
               STRING "  " RESULT-MEMBER-ID "  RETAINED RESULT "
                      WS-RESULTS-READ " WITH NO BALANCE RECORD"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
       ELSE
           IF RESULT-TYPE-CODE = "R"
               IF RESULT-SUM > WS-MBR-FOLD-TOTAL (WS-MBR-SUB)
                   CONTINUE
               ELSE
                   SUBTRACT RESULT-SUM
                       FROM WS-MBR-FOLD-TOTAL (WS-MBR-SUB)
                   ADD 1 TO WS-MBR-FOLD-COUNT (WS-MBR-SUB)
               END-IF
           ELSE
               ADD RESULT-SUM TO WS-MBR-FOLD-TOTAL (WS-MBR-SUB)
               ADD 1 TO WS-MBR-FOLD-COUNT (WS-MBR-SUB)
           END-IF
       END-IF.

PROVE-MEMBER-ENTRY.
       ADD 1 TO WS-MBR-SUB
       ADD WS-MBR-TOTAL (WS-MBR-SUB)      TO WS-SUM-BALANCE
       ADD WS-MBR-BASE-TOTAL (WS-MBR-SUB) TO WS-SUM-BASE
       COMPUTE WS-EXPECT-TOTAL = WS-MBR-BASE-TOTAL (WS-MBR-SUB)
                               + WS-MBR-DTL-NET (WS-MBR-SUB)
       COMPUTE WS-EXPECT-COUNT = WS-MBR-BASE-COUNT (WS-MBR-SUB)
                               + WS-MBR-DTL-COUNT (WS-MBR-SUB)
       COMPUTE WS-NEW-BASE = WS-MBR-BASE-TOTAL (WS-MBR-SUB)
                           + WS-MBR-MOVED-NET (WS-MBR-SUB)
       MOVE SPACES TO WS-PROOF-NOTE
       IF WS-EXPECT-TOTAL NOT = WS-MBR-TOTAL (WS-MBR-SUB)
       OR WS-EXPECT-COUNT NOT = WS-MBR-TRANS (WS-MBR-SUB)
           MOVE "*** DETAIL DOES NOT CROSS-FOOT ***" TO WS-PROOF-NOTE
       ELSE
           IF WS-MBR-FOLD-TOTAL (WS-MBR-SUB)
                   NOT = WS-MBR-TOTAL (WS-MBR-SUB)
           OR WS-MBR-FOLD-COUNT (WS-MBR-SUB)
                   NOT = WS-MBR-TRANS (WS-MBR-SUB)
               MOVE "*** RESULTS DO NOT PROVE ***" TO WS-PROOF-NOTE
           ELSE
               IF WS-PROOF-PASS = "B" AND WS-NEW-BASE < ZERO
                   MOVE "*** YEAR NETS BELOW ZERO ***"
                       TO WS-PROOF-NOTE
               END-IF
           END-IF
       END-IF
       IF WS-PROOF-NOTE NOT = SPACES
           ADD 1 TO WS-PROOF-FAILS
           MOVE WS-MBR-ID (WS-MBR-SUB)         TO PL-MEMBER
           MOVE WS-MBR-TOTAL (WS-MBR-SUB)      TO PL-BALANCE
           MOVE WS-EXPECT-TOTAL                TO PL-BASE-DETAIL
           MOVE WS-MBR-FOLD-TOTAL (WS-MBR-SUB) TO PL-BASE-RESULTS
           MOVE WS-PROOF-NOTE                  TO PL-NOTE
           MOVE WS-PROOF-LINE TO REPORT-LINE
           WRITE REPORT-LINE
       END-IF.

SPLIT-YEAR-ACTIVITY.
       PERFORM RESET-DISPUTE-ENTRIES
       MOVE ZERO TO WS-DISPUTES-KEPT
       OPEN OUTPUT YEAR-DETAIL
       IF WS-YDTL-STATUS NOT = "00"
           MOVE "CHARGE DETAIL YEARLY HISTORY" TO WS-FILE-NAME
           MOVE WS-YDTL-STATUS TO WS-FILE-STATUS
           PERFORM NOTE-FILE-FAILURE
       END-IF
       OPEN OUTPUT YEAR-RESULTS
       IF WS-YRHX-STATUS NOT = "00"
           MOVE "RESULTS YEARLY HISTORY" TO WS-FILE-NAME
           MOVE WS-YRHX-STATUS TO WS-FILE-STATUS
           PERFORM NOTE-FILE-FAILURE
       END-IF
       OPEN OUTPUT DETAIL-NEW
       IF WS-NDTL-STATUS NOT = "00"
           MOVE "NEW CHARGE DETAIL" TO WS-FILE-NAME
           MOVE WS-NDTL-STATUS TO WS-FILE-STATUS
           PERFORM NOTE-FILE-FAILURE
       END-IF
       OPEN OUTPUT RESULTS-NEW
       IF WS-NRHX-STATUS NOT = "00"
           MOVE "NEW RESULTS HISTORY" TO WS-FILE-NAME
           MOVE WS-NRHX-STATUS TO WS-FILE-STATUS
           PERFORM NOTE-FILE-FAILURE
       END-IF
       MOVE "Y" TO WS-DTL-EOF-SW
       OPEN INPUT CHARGE-DETAIL
       IF WS-DETAIL-STATUS = "00" AND WS-FILE-FAILS = ZERO
           MOVE "N" TO WS-DTL-EOF-SW
           PERFORM READ-SPLIT-DETAIL
       END-IF

       OPEN INPUT RESULTS-HISTORY
       IF WS-RESHX-STATUS = "00"
           MOVE "N" TO WS-EOF-SW
           IF WS-FILE-FAILS > ZERO
               MOVE "Y" TO WS-EOF-SW
           END-IF
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ RESULTS-HISTORY
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       PERFORM SPLIT-RESULT-ITEM
               END-READ
           END-PERFORM
           CLOSE RESULTS-HISTORY
       END-IF
       MOVE "N" TO WS-EOF-SW
       IF WS-FILE-FAILS > ZERO
           MOVE "Y" TO WS-DTL-EOF-SW
       END-IF

       PERFORM UNTIL WS-DTL-EOF-SW = "Y"
           ADD 1 TO WS-SPLIT-FAILS
           MOVE SPACES TO REPORT-LINE
           STRING "  " CHGD-MEMBER-ID "  CHARGE DETAIL " CHGD-BUS-DATE
                  " AMOUNT " CHGD-SUM " HAS NO RETAINED RESULT"
                   DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM READ-SPLIT-DETAIL
       END-PERFORM

       IF WS-DETAIL-STATUS NOT = "35"
           CLOSE CHARGE-DETAIL
       END-IF
       CLOSE YEAR-DETAIL
       CLOSE YEAR-RESULTS
       CLOSE DETAIL-NEW
       CLOSE RESULTS-NEW

       IF WS-YEAR-DETAIL-OUT NOT = WS-MOVED-DETAIL
           ADD 1 TO WS-SPLIT-FAILS
           MOVE SPACES TO REPORT-LINE
           STRING "  DETAIL ITEMS RETIRED " WS-YEAR-DETAIL-OUT
                  " DO NOT AGREE WITH " WS-MOVED-DETAIL " PROVEN"
                   DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
       END-IF.

READ-SPLIT-DETAIL.
       READ CHARGE-DETAIL
           AT END
               MOVE "Y" TO WS-DTL-EOF-SW
           NOT AT END
               PERFORM CLASSIFY-DETAIL-ITEM
               IF WS-DTL-MOVE-SW = "N"
               AND CHGD-BUS-DATE(1:4) NOT > WS-CLOSE-YEAR
                   ADD 1 TO WS-DISPUTES-KEPT
               END-IF
       END-READ.

SPLIT-RESULT-ITEM.
       IF WS-DTL-EOF-SW = "N"
       AND RESULT-MEMBER-ID = CHGD-MEMBER-ID
       AND RESULT-NUM1 = CHGD-NUM1
       AND RESULT-NUM2 = CHGD-NUM2
       AND RESULT-SUM = CHGD-SUM
       AND (RESULT-TYPE-CODE = CHGD-TYPE-CODE
            OR (RESULT-TYPE-CODE = SPACE AND CHGD-TYPE-CODE = "C"))
           IF WS-DTL-MOVE-SW = "Y"
               PERFORM RETIRE-RESULT-RECORD
               MOVE CHGD-RECORD TO YDTL-RECORD
               WRITE YDTL-RECORD
               IF WS-YDTL-STATUS NOT = "00"
                   MOVE "CHARGE DETAIL YEARLY HISTORY" TO WS-FILE-NAME
                   MOVE WS-YDTL-STATUS TO WS-FILE-STATUS
                   PERFORM NOTE-FILE-FAILURE
               END-IF
               ADD 1 TO WS-YEAR-DETAIL-OUT
           ELSE
               PERFORM KEEP-RESULT-RECORD
               MOVE CHGD-RECORD TO NDTL-RECORD
               WRITE NDTL-RECORD
               IF WS-NDTL-STATUS NOT = "00"
                   MOVE "NEW CHARGE DETAIL" TO WS-FILE-NAME
                   MOVE WS-NDTL-STATUS TO WS-FILE-STATUS
                   PERFORM NOTE-FILE-FAILURE
               END-IF
               ADD 1 TO WS-KEPT-DETAIL-OUT
           END-IF
           PERFORM READ-SPLIT-DETAIL
       ELSE
           IF WS-DTL-EOF-SW = "N" AND WS-DTL-MOVE-SW = "Y"
               PERFORM RETIRE-RESULT-RECORD
           ELSE
               PERFORM KEEP-RESULT-RECORD
           END-IF
       END-IF.

RETIRE-RESULT-RECORD.
       MOVE RESULT-RECORD TO YRHX-RECORD
       WRITE YRHX-RECORD
       IF WS-YRHX-STATUS NOT = "00"
           MOVE "RESULTS YEARLY HISTORY" TO WS-FILE-NAME
           MOVE WS-YRHX-STATUS TO WS-FILE-STATUS
           PERFORM NOTE-FILE-FAILURE
       END-IF
       ADD 1 TO WS-YEAR-RESULTS-OUT.

KEEP-RESULT-RECORD.
       MOVE RESULT-RECORD TO NRHX-RECORD
       WRITE NRHX-RECORD
       IF WS-NRHX-STATUS NOT = "00"
           MOVE "NEW RESULTS HISTORY" TO WS-FILE-NAME
           MOVE WS-NRHX-STATUS TO WS-FILE-STATUS
           PERFORM NOTE-FILE-FAILURE
       END-IF
       ADD 1 TO WS-KEPT-RESULTS-OUT.

NOTE-FILE-FAILURE.
       ADD 1 TO WS-FILE-FAILS
       IF WS-FILE-FAILS = 1
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-FILE-NAME " FAILED - STATUS "
                  WS-FILE-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY WS-FILE-NAME " failed - status " WS-FILE-STATUS
       END-IF.

VERIFY-NEW-FILES.
       MOVE ZERO TO WS-NEW-DETAIL-READ
       OPEN INPUT DETAIL-NEW
       IF WS-NDTL-STATUS NOT = "00"
           MOVE "NEW CHARGE DETAIL REREAD" TO WS-FILE-NAME
           MOVE WS-NDTL-STATUS TO WS-FILE-STATUS
           PERFORM NOTE-FILE-FAILURE
       ELSE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ DETAIL-NEW
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-NEW-DETAIL-READ
               END-READ
           END-PERFORM
           CLOSE DETAIL-NEW
       END-IF
       MOVE ZERO TO WS-NEW-RESULTS-READ
       OPEN INPUT RESULTS-NEW
       IF WS-NRHX-STATUS NOT = "00"
           MOVE "NEW RESULTS HISTORY REREAD" TO WS-FILE-NAME
           MOVE WS-NRHX-STATUS TO WS-FILE-STATUS
           PERFORM NOTE-FILE-FAILURE
       ELSE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ RESULTS-NEW
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-NEW-RESULTS-READ
               END-READ
           END-PERFORM
           CLOSE RESULTS-NEW
       END-IF
       MOVE "N" TO WS-EOF-SW
       IF WS-FILE-FAILS = ZERO
       AND (WS-NEW-DETAIL-READ NOT = WS-KEPT-DETAIL-OUT
            OR WS-NEW-RESULTS-READ NOT = WS-KEPT-RESULTS-OUT)
           ADD 1 TO WS-FILE-FAILS
           MOVE SPACES TO REPORT-LINE
           STRING "  NEW FILES HOLD " WS-NEW-DETAIL-READ
                  " DETAIL AND " WS-NEW-RESULTS-READ
                  " RESULTS - EXPECTED " WS-KEPT-DETAIL-OUT
                  " AND " WS-KEPT-RESULTS-OUT
                   DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
       END-IF.

REPLACE-DETAIL-FILES.
       MOVE ZERO TO WS-NEW-DETAIL-READ
       OPEN INPUT DETAIL-NEW
       IF WS-NDTL-STATUS NOT = "00"
           MOVE "NEW CHARGE DETAIL REREAD" TO WS-FILE-NAME
           MOVE WS-NDTL-STATUS TO WS-FILE-STATUS
           PERFORM NOTE-FILE-FAILURE
       ELSE
           OPEN OUTPUT CHARGE-DETAIL
           IF WS-DETAIL-STATUS NOT = "00"
               MOVE "CHARGE DETAIL REPLACE" TO WS-FILE-NAME
               MOVE WS-DETAIL-STATUS TO WS-FILE-STATUS
               PERFORM NOTE-FILE-FAILURE
           END-IF
       END-IF
       IF WS-FILE-FAILS = ZERO
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ DETAIL-NEW
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       MOVE NDTL-RECORD TO CHGD-RECORD
                       WRITE CHGD-RECORD
                       IF WS-DETAIL-STATUS = "00"
                           ADD 1 TO WS-NEW-DETAIL-READ
                       ELSE
                           MOVE "CHARGE DETAIL REPLACE" TO WS-FILE-NAME
                           MOVE WS-DETAIL-STATUS TO WS-FILE-STATUS
                           PERFORM NOTE-FILE-FAILURE
                           MOVE "Y" TO WS-EOF-SW
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE DETAIL-NEW
       CLOSE CHARGE-DETAIL

       MOVE ZERO TO WS-NEW-RESULTS-READ
       IF WS-FILE-FAILS = ZERO
           OPEN INPUT RESULTS-NEW
           IF WS-NRHX-STATUS NOT = "00"
               MOVE "NEW RESULTS HISTORY REREAD" TO WS-FILE-NAME
               MOVE WS-NRHX-STATUS TO WS-FILE-STATUS
               PERFORM NOTE-FILE-FAILURE
           ELSE
               OPEN OUTPUT RESULTS-HISTORY
               IF WS-RESHX-STATUS NOT = "00"
                   MOVE "RESULTS HISTORY REPLACE" TO WS-FILE-NAME
                   MOVE WS-RESHX-STATUS TO WS-FILE-STATUS
                   PERFORM NOTE-FILE-FAILURE
               END-IF
           END-IF
           IF WS-FILE-FAILS = ZERO
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = "Y"
                   READ RESULTS-NEW
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           MOVE NRHX-RECORD TO RESULT-RECORD
                           WRITE RESULT-RECORD
                           IF WS-RESHX-STATUS = "00"
                               ADD 1 TO WS-NEW-RESULTS-READ
                           ELSE
                               MOVE "RESULTS HISTORY REPLACE"
                                   TO WS-FILE-NAME
                               MOVE WS-RESHX-STATUS TO WS-FILE-STATUS
                               PERFORM NOTE-FILE-FAILURE
                               MOVE "Y" TO WS-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RESULTS-NEW
           CLOSE RESULTS-HISTORY
       END-IF
       MOVE "N" TO WS-EOF-SW
       IF WS-FILE-FAILS = ZERO
       AND (WS-NEW-DETAIL-READ NOT = WS-KEPT-DETAIL-OUT
            OR WS-NEW-RESULTS-READ NOT = WS-KEPT-RESULTS-OUT)
           ADD 1 TO WS-FILE-FAILS
           MOVE SPACES TO REPORT-LINE
           STRING "  REPLACED FILES HOLD " WS-NEW-DETAIL-READ
                  " DETAIL AND " WS-NEW-RESULTS-READ
                  " RESULTS - EXPECTED " WS-KEPT-DETAIL-OUT
                  " AND " WS-KEPT-RESULTS-OUT
                   DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
       END-IF.

CHECK-POSTING-JOURNAL.
       MOVE "C" TO WS-JOURNAL-STATE
       OPEN INPUT POST-JOURNAL
       IF WS-PJRN-STATUS = "00"
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ POST-JOURNAL
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       MOVE PJRN-REC-TYPE TO WS-JOURNAL-STATE
               END-READ
           END-PERFORM
           CLOSE POST-JOURNAL
       END-IF
       MOVE "N" TO WS-EOF-SW.

ROLL-BALANCE-BASES.
       OPEN I-O BALANCE-MASTER
       IF WS-BAL-STATUS NOT = "00"
           DISPLAY "Balance master not available for rollover - "
                   "status " WS-BAL-STATUS
           ADD 1 TO WS-ROLL-FAILS
       ELSE
           MOVE ZERO TO WS-MBR-SUB
           PERFORM ROLL-MEMBER-BASE WS-MBR-COUNT TIMES
           CLOSE BALANCE-MASTER
       END-IF.

ROLL-MEMBER-BASE.
       ADD 1 TO WS-MBR-SUB
       IF WS-MBR-MOVED-COUNT (WS-MBR-SUB) > ZERO
           MOVE WS-MBR-ID (WS-MBR-SUB) TO BAL-MEMBER-ID
           READ BALANCE-MASTER
               INVALID KEY
                   ADD 1 TO WS-ROLL-FAILS
                   DISPLAY "Balance record vanished for member "
                           WS-MBR-ID (WS-MBR-SUB)
               NOT INVALID KEY
                   COMPUTE BAL-BASE-TOTAL = BAL-BASE-TOTAL
                                  + WS-MBR-MOVED-NET (WS-MBR-SUB)
                   ADD WS-MBR-MOVED-COUNT (WS-MBR-SUB)
                       TO BAL-BASE-COUNT
                   REWRITE BAL-RECORD
                   IF WS-BAL-STATUS = "00"
                       ADD 1 TO WS-BASES-ROLLED
                   ELSE
                       ADD 1 TO WS-ROLL-FAILS
                       DISPLAY "Balance rewrite failed for member "
                               BAL-MEMBER-ID " status " WS-BAL-STATUS
                   END-IF
           END-READ
       END-IF.

PRINT-BEFORE-TOTALS.
       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-SUM-BALANCE TO WS-AMOUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "BEFORE CLOSE - BALANCE TOTAL:   " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-SUM-BASE TO WS-AMOUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "              BASE TOTAL:      " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-SUM-DETAIL-NET TO WS-SIGNED-DISPLAY
       MOVE WS-DETAIL-READ TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "              DETAIL NET:      " WS-SIGNED-DISPLAY
              "   ITEMS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-RESULTS-READ TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "              RETAINED RESULTS:              "
              "   ITEMS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-PROOF-FAILS TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "              MEMBERS FAILING PROOF:         "
              "          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE.

PRINT-MOVED-TOTALS.
       MOVE WS-MOVED-NET TO WS-SIGNED-DISPLAY
       MOVE WS-YEAR-DETAIL-OUT TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "RETIRED TO YEARLY HISTORY - DETAIL NET: "
              WS-SIGNED-DISPLAY "   ITEMS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-YEAR-RESULTS-OUT TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "                            RETAINED RESULTS:  "
              "             ITEMS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-DISPUTES-KEPT TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "KEPT ON FILE - ITEMS STILL IN DISPUTE:         "
              "             " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-BASES-ROLLED TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "BASE FIGURES ROLLED FORWARD:                    "
              "            " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE.

PRINT-AFTER-TOTALS.
       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-SUM-BALANCE TO WS-AMOUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "AFTER CLOSE  - BALANCE TOTAL:   " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-SUM-BASE TO WS-AMOUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "              BASE TOTAL:      " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-SUM-DETAIL-NET TO WS-SIGNED-DISPLAY
       MOVE WS-DETAIL-READ TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "              DETAIL NET:      " WS-SIGNED-DISPLAY
              "   ITEMS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-RESULTS-READ TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "              RETAINED RESULTS:              "
              "   ITEMS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-PROOF-FAILS TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "              MEMBERS FAILING PROOF:         "
              "          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       IF WS-SUM-BALANCE = WS-BEFORE-BALANCE
       AND WS-SUM-BASE = WS-BEFORE-BASE + WS-MOVED-NET
           STRING "BALANCE TOTAL UNCHANGED AND BASE GREW BY EXACTLY "
                  "THE RETIRED DETAIL NET"
                   DELIMITED BY SIZE INTO REPORT-LINE
       ELSE
           STRING "*** BALANCE OR BASE TOTAL MOVED BY OTHER THAN THE "
                  "RETIRED DETAIL NET ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
       END-IF
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE.

WRITE-ANNUAL-STATEMENTS.
       OPEN INPUT ROSTER-MASTER
       OPEN OUTPUT ANNUAL-STATEMENT
       MOVE SPACES TO STATEMENT-LINE
       STRING "ANNUAL MEMBER ACTIVITY STATEMENTS   YEAR: "
              WS-CLOSE-YEAR "   RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO STATEMENT-LINE
       WRITE STATEMENT-LINE
       MOVE ZERO TO WS-MBR-SUB
       PERFORM WRITE-MEMBER-ANNUAL WS-MBR-COUNT TIMES
       MOVE SPACES TO STATEMENT-LINE
       WRITE STATEMENT-LINE
       MOVE WS-STMTS-WRITTEN TO WS-COUNT-DISPLAY
       MOVE SPACES TO STATEMENT-LINE
       STRING "TOTAL ANNUAL STATEMENTS: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
       WRITE STATEMENT-LINE
       CLOSE ANNUAL-STATEMENT
       CLOSE ROSTER-MASTER.

WRITE-MEMBER-ANNUAL.
       ADD 1 TO WS-MBR-SUB
       IF WS-MBR-MOVED-COUNT (WS-MBR-SUB) > ZERO
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-MBR-ID (WS-MBR-SUB) TO MAINT-ID
           READ ROSTER-MASTER
               INVALID KEY
                   PERFORM PRINT-UNKNOWN-MEMBER
               NOT INVALID KEY
                   PERFORM PRINT-MEMBER-IDENTITY
           END-READ
           MOVE SPACES TO STATEMENT-LINE
           STRING "  MONTH             CHARGES    CREDITS        NET"
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE ZERO TO WS-YEAR-CHARGES
           MOVE ZERO TO WS-YEAR-CREDITS
           MOVE ZERO TO WS-MONTH-SUB
           PERFORM WRITE-ANNUAL-MONTH 12 TIMES
           MOVE 13 TO WS-MONTH-SUB
           IF WS-MBR-CHARGES (WS-MBR-SUB 13) > ZERO
           OR WS-MBR-CREDITS (WS-MBR-SUB 13) > ZERO
               MOVE "PRIOR YEARS" TO AN-MONTH
               PERFORM WRITE-ANNUAL-LINE
           END-IF
           MOVE "YEAR TOTAL"    TO AN-MONTH
           MOVE WS-YEAR-CHARGES TO AN-CHARGES
           MOVE WS-YEAR-CREDITS TO AN-CREDITS
           COMPUTE WS-MONTH-NET = WS-YEAR-CHARGES - WS-YEAR-CREDITS
           MOVE WS-MONTH-NET    TO AN-NET
           MOVE WS-ANNUAL-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-MBR-BASE-TOTAL (WS-MBR-SUB) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "ACCUMULATED TOTAL AT YEAR END: " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD 1 TO WS-STMTS-WRITTEN
       END-IF.

PRINT-UNKNOWN-MEMBER.
       MOVE SPACES TO STATEMENT-LINE
       STRING "MEMBER: " WS-MBR-ID (WS-MBR-SUB)
              "  *** NOT ON ROSTER MASTER ***"
               DELIMITED BY SIZE INTO STATEMENT-LINE
       WRITE STATEMENT-LINE.

PRINT-MEMBER-IDENTITY.
       MOVE SPACES TO STATEMENT-LINE
       STRING "MEMBER: " WS-MBR-ID (WS-MBR-SUB) "  " MAINT-NAME
               DELIMITED BY SIZE INTO STATEMENT-LINE
       WRITE STATEMENT-LINE
       MOVE SPACES TO STATEMENT-LINE
       STRING "ADDRESS: " MAINT-ADDRESS
               DELIMITED BY SIZE INTO STATEMENT-LINE
       WRITE STATEMENT-LINE.

WRITE-ANNUAL-MONTH.
       ADD 1 TO WS-MONTH-SUB
       MOVE SPACES TO AN-MONTH
       MOVE WS-MONTH-SUB TO WS-MONTH-NUM
       STRING WS-CLOSE-YEAR "-" WS-MONTH-NUM
               DELIMITED BY SIZE INTO AN-MONTH
       PERFORM WRITE-ANNUAL-LINE.

WRITE-ANNUAL-LINE.
       MOVE WS-MBR-CHARGES (WS-MBR-SUB WS-MONTH-SUB) TO AN-CHARGES
       MOVE WS-MBR-CREDITS (WS-MBR-SUB WS-MONTH-SUB) TO AN-CREDITS
       COMPUTE WS-MONTH-NET = WS-MBR-CHARGES (WS-MBR-SUB WS-MONTH-SUB)
                            - WS-MBR-CREDITS (WS-MBR-SUB WS-MONTH-SUB)
       MOVE WS-MONTH-NET TO AN-NET
       ADD WS-MBR-CHARGES (WS-MBR-SUB WS-MONTH-SUB) TO WS-YEAR-CHARGES
       ADD WS-MBR-CREDITS (WS-MBR-SUB WS-MONTH-SUB) TO WS-YEAR-CREDITS
       MOVE WS-ANNUAL-LINE TO STATEMENT-LINE
       WRITE STATEMENT-LINE.

WRITE-YEAR-CERTIFICATION.
       OPEN EXTEND CERT-FILE
       IF WS-CERT-STATUS NOT = "00"
           OPEN OUTPUT CERT-FILE
       END-IF
       MOVE WS-YE-PERIOD  TO CERT-PERIOD
       MOVE WS-RUN-DATE   TO CERT-CLOSED-DATE
       MOVE 12            TO CERT-CYCLE-COUNT
       MOVE "C"           TO CERT-STATUS
       WRITE CERT-RECORD
       CLOSE CERT-FILE.

WRITE-AUDIT-RECORD.
       OPEN EXTEND AUDIT-LOG-FILE
       IF WS-AUDIT-STATUS NOT = "00"
           OPEN OUTPUT AUDIT-LOG-FILE
       END-IF
       MOVE "YRCLOSE"          TO AUDIT-JOB-NAME
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
       MOVE WS-BEFORE-DETAIL   TO AUDIT-RECS-READ
       MOVE WS-YEAR-DETAIL-OUT TO AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE SPACES             TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-FILE.
