IDENTIFICATION DIVISION.
PROGRAM-ID. RECURGEN.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT STANDING-CHARGES ASSIGN TO 'standing_charges.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS SCH-ID
    FILE STATUS IS WS-SCH-STATUS.
SELECT ROSTER-MASTER ASSIGN TO 'roster.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS MAINT-ID
    ALTERNATE RECORD KEY IS MAINT-NAME WITH DUPLICATES
    FILE STATUS IS WS-MAINT-STATUS.
SELECT TRAN-FILE ASSIGN TO 'transactions.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-TRAN-STATUS.
SELECT RECURRING-REGISTER ASSIGN TO 'recurring_register.txt'
    ORGANIZATION LINE SEQUENTIAL.
SELECT RUN-CONTROL-FILE ASSIGN TO 'runctl.dat'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-RUNCTL-STATUS.
SELECT AUDIT-LOG-FILE ASSIGN TO 'audit.log'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  STANDING-CHARGES.
COPY STDCHG.
FD  ROSTER-MASTER.
COPY ROSTREC REPLACING ==RECNAME== BY ==MAINT-RECORD==,
                       ==F-ID==    BY ==MAINT-ID==,
                       ==F-NAME==  BY ==MAINT-NAME==,
                       ==F-ADDR==  BY ==MAINT-ADDRESS==,
                       ==F-STATUS== BY ==MAINT-STATUS==,
                       ==F-INACT-DATE== BY ==MAINT-INACT-DATE==.
FD  TRAN-FILE.
COPY TRANREC.
FD  RECURRING-REGISTER.
01 REGISTER-LINE       PIC X(132).
FD  RUN-CONTROL-FILE.
COPY RUNCTL.
FD  AUDIT-LOG-FILE.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-SCH-STATUS      PIC X(2) VALUE "00".
01 WS-MAINT-STATUS    PIC X(2) VALUE "00".
01 WS-TRAN-STATUS     PIC X(2) VALUE "00".
01 WS-RUNCTL-STATUS   PIC X(2) VALUE "00".
01 WS-AUDIT-STATUS    PIC X(2) VALUE "00".
01 WS-EOF-SW          PIC X(1) VALUE "N".
01 WS-ROSTER-EOF-SW   PIC X(1) VALUE "N".
01 WS-DUE-SW          PIC X(1) VALUE "N".
01 WS-LAST-DAY-SW     PIC X(1) VALUE "N".
01 WS-RUN-DATE        PIC X(10) VALUE SPACES.
01 WS-BUS-DATE        PIC X(10) VALUE SPACES.
01 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
01 WS-BUS-YEAR        PIC 9(4) VALUE ZERO.
01 WS-BUS-MONTH       PIC 9(2) VALUE ZERO.
01 WS-BUS-DAY         PIC 9(2) VALUE ZERO.
01 WS-START-YEAR      PIC 9(4) VALUE ZERO.
01 WS-START-MONTH     PIC 9(2) VALUE ZERO.
01 WS-START-DAY       PIC 9(2) VALUE ZERO.
01 WS-NEXT-YEAR       PIC 9(4) VALUE ZERO.
01 WS-NEXT-MONTH      PIC 9(2) VALUE ZERO.
01 WS-DATE-DIGITS     PIC 9(8) VALUE ZERO.
01 WS-MONTH-END-INT   PIC 9(7) VALUE ZERO.
01 WS-PERIOD-MONTHS   PIC 9(2) VALUE ZERO.
01 WS-MONTHS-ELAPSED  PIC S9(5) VALUE ZERO.
01 WS-PERIODS-ELAPSED PIC S9(5) VALUE ZERO.
01 WS-MONTHS-OVER     PIC S9(5) VALUE ZERO.
01 WS-SKIP-REASON     PIC X(32) VALUE SPACES.
01 WS-LINE-MEMBER     PIC X(5) VALUE SPACES.
01 WS-ENTRIES-READ    PIC 9(7) VALUE ZERO.
01 WS-ENTRIES-DUE     PIC 9(7) VALUE ZERO.
01 WS-ENTRIES-REPEAT  PIC 9(7) VALUE ZERO.
01 WS-ENTRIES-BAD     PIC 9(7) VALUE ZERO.
01 WS-TRANS-WRITTEN   PIC 9(7) VALUE ZERO.
01 WS-ENTRY-TRANS     PIC 9(7) VALUE ZERO.
01 WS-WRITE-ERRORS    PIC 9(7) VALUE ZERO.
01 WS-INACTIVE-SKIPPED PIC 9(7) VALUE ZERO.
01 WS-NOT-ON-ROSTER   PIC 9(7) VALUE ZERO.
01 WS-COUNT-DISPLAY   PIC Z,ZZZ,ZZ9.

PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:4)  TO WS-RUN-DATE(1:4)
       MOVE "-"                  TO WS-RUN-DATE(5:1)
       MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2)
       MOVE "-"                  TO WS-RUN-DATE(8:1)
       MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2)

       MOVE WS-RUN-DATE TO WS-BUS-DATE
       PERFORM CHECK-RUN-CONTROL
       PERFORM SET-BUSINESS-MONTH

       OPEN I-O STANDING-CHARGES
       IF WS-SCH-STATUS NOT = "00"
           DISPLAY "Standing charge schedule not available - status "
                   WS-SCH-STATUS " - no recurring charges generated"
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       OPEN INPUT ROSTER-MASTER
       IF WS-MAINT-STATUS NOT = "00"
           DISPLAY "Roster master not available - status "
                   WS-MAINT-STATUS " - no recurring charges generated"
           CLOSE STANDING-CHARGES
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       OPEN EXTEND TRAN-FILE
       IF WS-TRAN-STATUS NOT = "00"
           OPEN OUTPUT TRAN-FILE
       END-IF
       OPEN OUTPUT RECURRING-REGISTER

       MOVE SPACES TO REGISTER-LINE
       STRING "RECURRING CHARGE REGISTER   BUSINESS DATE: " WS-BUS-DATE
              "   RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO REGISTER-LINE
       WRITE REGISTER-LINE
       MOVE SPACES TO REGISTER-LINE
       WRITE REGISTER-LINE
       MOVE SPACES TO REGISTER-LINE
       STRING "ENTRY  MEMBER  TYPE  NUM1  NUM2  FREQ  DESCRIPTION"
              "           ACTION"
               DELIMITED BY SIZE INTO REGISTER-LINE
       WRITE REGISTER-LINE

       PERFORM UNTIL WS-EOF-SW = "Y"
           READ STANDING-CHARGES NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   PERFORM PROCESS-SCHEDULE-ENTRY
           END-READ
       END-PERFORM

       MOVE SPACES TO REGISTER-LINE
       WRITE REGISTER-LINE
       MOVE WS-ENTRIES-READ TO WS-COUNT-DISPLAY
       MOVE SPACES TO REGISTER-LINE
       STRING "SCHEDULE ENTRIES READ:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REGISTER-LINE
       WRITE REGISTER-LINE
       MOVE WS-ENTRIES-DUE TO WS-COUNT-DISPLAY
       MOVE SPACES TO REGISTER-LINE
       STRING "ENTRIES DUE THIS PERIOD:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REGISTER-LINE
       WRITE REGISTER-LINE
       MOVE WS-ENTRIES-REPEAT TO WS-COUNT-DISPLAY
       MOVE SPACES TO REGISTER-LINE
       STRING "ALREADY GENERATED THIS PERIOD:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REGISTER-LINE
       WRITE REGISTER-LINE
       MOVE WS-ENTRIES-BAD TO WS-COUNT-DISPLAY
       MOVE SPACES TO REGISTER-LINE
       STRING "ENTRIES IN ERROR:             " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REGISTER-LINE
       WRITE REGISTER-LINE
       MOVE WS-INACTIVE-SKIPPED TO WS-COUNT-DISPLAY
       MOVE SPACES TO REGISTER-LINE
       STRING "INACTIVE MEMBERS SKIPPED:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REGISTER-LINE
       WRITE REGISTER-LINE
       MOVE WS-NOT-ON-ROSTER TO WS-COUNT-DISPLAY
       MOVE SPACES TO REGISTER-LINE
       STRING "MEMBERS NOT ON ROSTER:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REGISTER-LINE
       WRITE REGISTER-LINE
       MOVE WS-TRANS-WRITTEN TO WS-COUNT-DISPLAY
       MOVE SPACES TO REGISTER-LINE
       STRING "TRANSACTIONS GENERATED:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REGISTER-LINE
       WRITE REGISTER-LINE
       MOVE WS-WRITE-ERRORS TO WS-COUNT-DISPLAY
       MOVE SPACES TO REGISTER-LINE
       STRING "TRANSACTION WRITE ERRORS:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REGISTER-LINE
       WRITE REGISTER-LINE
       IF WS-WRITE-ERRORS > ZERO
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "*** KEY THE CHARGES LISTED WRITE FAILED BY HAND FOR "
                  "THOSE MEMBERS ONLY - THE ENTRIES STAY STAMPED, DO "
                  "NOT RERUN ***"
                   DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
       END-IF

       CLOSE STANDING-CHARGES
       CLOSE ROSTER-MASTER
       CLOSE TRAN-FILE
       CLOSE RECURRING-REGISTER

       DISPLAY "Business date generated:  " WS-BUS-DATE
       DISPLAY "Schedule entries read:    " WS-ENTRIES-READ
       DISPLAY "Entries due:              " WS-ENTRIES-DUE
       DISPLAY "Already generated:        " WS-ENTRIES-REPEAT
       DISPLAY "Entries in error:         " WS-ENTRIES-BAD
       DISPLAY "Inactive members skipped: " WS-INACTIVE-SKIPPED
       DISPLAY "Members not on roster:    " WS-NOT-ON-ROSTER
       DISPLAY "Transactions generated:   " WS-TRANS-WRITTEN
       DISPLAY "Transaction write errors: " WS-WRITE-ERRORS

       IF WS-WRITE-ERRORS > ZERO
           DISPLAY "Charges listed WRITE FAILED on RECREG were not "
                   "generated for " WS-BUS-DATE
           DISPLAY "Key those members' charges by hand - the entries "
                   "stay stamped, do not rerun"
           MOVE 8 TO RETURN-CODE
       ELSE
           IF WS-ENTRIES-BAD > ZERO OR WS-NOT-ON-ROSTER > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
       END-IF

       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

WRITE-AUDIT-RECORD.
       OPEN EXTEND AUDIT-LOG-FILE
       IF WS-AUDIT-STATUS NOT = "00"
           OPEN OUTPUT AUDIT-LOG-FILE
       END-IF
       MOVE "RECURGEN"         TO AUDIT-JOB-NAME
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
       MOVE WS-ENTRIES-READ    TO AUDIT-RECS-READ
       MOVE WS-TRANS-WRITTEN   TO AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE SPACES             TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-FILE.

CHECK-RUN-CONTROL.
       OPEN INPUT RUN-CONTROL-FILE
       IF WS-RUNCTL-STATUS NOT = "00"
           DISPLAY "Run control master not found - generating for "
                   "run date " WS-RUN-DATE
       ELSE
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY "Run control master empty - generating for "
                           "run date " WS-RUN-DATE
               NOT AT END
                   MOVE RUNCTL-BUS-DATE TO WS-BUS-DATE
           END-READ
           CLOSE RUN-CONTROL-FILE
       END-IF.

SET-BUSINESS-MONTH.
       MOVE WS-BUS-DATE(1:4) TO WS-BUS-YEAR
       MOVE WS-BUS-DATE(6:2) TO WS-BUS-MONTH
       MOVE WS-BUS-DATE(9:2) TO WS-BUS-DAY
       IF WS-BUS-MONTH = 12
           COMPUTE WS-NEXT-YEAR = WS-BUS-YEAR + 1
           MOVE 1 TO WS-NEXT-MONTH
       ELSE
           MOVE WS-BUS-YEAR TO WS-NEXT-YEAR
           COMPUTE WS-NEXT-MONTH = WS-BUS-MONTH + 1
       END-IF
       MOVE WS-NEXT-YEAR  TO WS-DATE-DIGITS(1:4)
       MOVE WS-NEXT-MONTH TO WS-DATE-DIGITS(5:2)
       MOVE "01" TO WS-DATE-DIGITS(7:2)
       COMPUTE WS-MONTH-END-INT =
           FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS) - 1
       COMPUTE WS-DATE-DIGITS =
           FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INT)
       IF WS-DATE-DIGITS(7:2) = WS-BUS-DATE(9:2)
           MOVE "Y" TO WS-LAST-DAY-SW
       ELSE
           MOVE "N" TO WS-LAST-DAY-SW
       END-IF.

PROCESS-SCHEDULE-ENTRY.
       ADD 1 TO WS-ENTRIES-READ
       PERFORM CHECK-ENTRY-DUE
       IF WS-DUE-SW = "Y"
           ADD 1 TO WS-ENTRIES-DUE
           MOVE WS-BUS-DATE TO SCH-LAST-GEN-DATE
           REWRITE SCH-RECORD
           IF WS-SCH-STATUS NOT = "00"
               ADD 1 TO WS-ENTRIES-BAD
               MOVE "NOT STAMPED - NOT GENERATED" TO WS-SKIP-REASON
               PERFORM WRITE-ENTRY-LINE
           ELSE
               MOVE ZERO TO WS-ENTRY-TRANS
               IF SCH-MEMBER-ID NOT = SPACES
                   PERFORM GENERATE-FOR-MEMBER
               ELSE
                   PERFORM GENERATE-FOR-STATUS
               END-IF
           END-IF
       ELSE
           IF WS-SKIP-REASON NOT = SPACES
               PERFORM WRITE-ENTRY-LINE
           END-IF
       END-IF.

CHECK-ENTRY-DUE.
       MOVE "Y" TO WS-DUE-SW
       MOVE SPACES TO WS-SKIP-REASON
       EVALUATE SCH-FREQUENCY
           WHEN "M"
               MOVE 1 TO WS-PERIOD-MONTHS
           WHEN "Q"
               MOVE 3 TO WS-PERIOD-MONTHS
           WHEN "A"
               MOVE 12 TO WS-PERIOD-MONTHS
           WHEN OTHER
               MOVE "N" TO WS-DUE-SW
               MOVE "INVALID FREQUENCY" TO WS-SKIP-REASON
               ADD 1 TO WS-ENTRIES-BAD
       END-EVALUATE
       IF WS-DUE-SW = "Y"
           IF SCH-START-DATE(1:4) IS NOT NUMERIC
           OR SCH-START-DATE(6:2) IS NOT NUMERIC
           OR SCH-START-DATE(9:2) IS NOT NUMERIC
               MOVE "N" TO WS-DUE-SW
               MOVE "INVALID START DATE" TO WS-SKIP-REASON
               ADD 1 TO WS-ENTRIES-BAD
           END-IF
       END-IF
       IF WS-DUE-SW = "Y"
           IF SCH-START-DATE > WS-BUS-DATE
               MOVE "N" TO WS-DUE-SW
           END-IF
           IF SCH-STOP-DATE NOT = SPACES
           AND SCH-STOP-DATE < WS-BUS-DATE
               MOVE "N" TO WS-DUE-SW
           END-IF
       END-IF
       IF WS-DUE-SW = "Y"
           MOVE SCH-START-DATE(1:4) TO WS-START-YEAR
           MOVE SCH-START-DATE(6:2) TO WS-START-MONTH
           MOVE SCH-START-DATE(9:2) TO WS-START-DAY
           COMPUTE WS-MONTHS-ELAPSED =
               (WS-BUS-YEAR * 12 + WS-BUS-MONTH)
             - (WS-START-YEAR * 12 + WS-START-MONTH)
           DIVIDE WS-MONTHS-ELAPSED BY WS-PERIOD-MONTHS
               GIVING WS-PERIODS-ELAPSED
               REMAINDER WS-MONTHS-OVER
           IF WS-MONTHS-OVER NOT = ZERO
               MOVE "N" TO WS-DUE-SW
           END-IF
       END-IF
       IF WS-DUE-SW = "Y"
           IF WS-BUS-DAY < WS-START-DAY AND WS-LAST-DAY-SW = "N"
               MOVE "N" TO WS-DUE-SW
           END-IF
       END-IF
       IF WS-DUE-SW = "Y"
           IF SCH-LAST-GEN-DATE(1:7) = WS-BUS-DATE(1:7)
               MOVE "N" TO WS-DUE-SW
               MOVE "ALREADY GENERATED THIS PERIOD" TO WS-SKIP-REASON
               ADD 1 TO WS-ENTRIES-REPEAT
           END-IF
       END-IF.

GENERATE-FOR-MEMBER.
       IF SCH-MEMBER-ID IS NOT NUMERIC
           ADD 1 TO WS-ENTRIES-BAD
           MOVE "INVALID MEMBER ID" TO WS-SKIP-REASON
           PERFORM WRITE-ENTRY-LINE
       ELSE
           MOVE SCH-MEMBER-ID TO MAINT-ID
           READ ROSTER-MASTER
               KEY IS MAINT-ID
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-ROSTER
                   MOVE "NOT ON ROSTER MASTER" TO WS-SKIP-REASON
                   PERFORM WRITE-ENTRY-LINE
               NOT INVALID KEY
                   IF MAINT-STATUS = "I"
                       ADD 1 TO WS-INACTIVE-SKIPPED
                       MOVE "INACTIVE MEMBER - SKIPPED"
                           TO WS-SKIP-REASON
                       PERFORM WRITE-ENTRY-LINE
                   ELSE
                       PERFORM WRITE-GENERATED-TRAN
                   END-IF
           END-READ
       END-IF.

GENERATE-FOR-STATUS.
       IF SCH-STATUS-CODE = "I" OR SCH-STATUS-CODE = SPACES
           ADD 1 TO WS-ENTRIES-BAD
           MOVE "INVALID STATUS CODE" TO WS-SKIP-REASON
           PERFORM WRITE-ENTRY-LINE
       ELSE
           MOVE "N" TO WS-ROSTER-EOF-SW
           MOVE ZERO TO MAINT-ID
           START ROSTER-MASTER KEY IS NOT LESS THAN MAINT-ID
               INVALID KEY
                   MOVE "Y" TO WS-ROSTER-EOF-SW
           END-START
           PERFORM UNTIL WS-ROSTER-EOF-SW = "Y"
               READ ROSTER-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ROSTER-EOF-SW
                   NOT AT END
                       IF MAINT-STATUS = SCH-STATUS-CODE
                           PERFORM WRITE-GENERATED-TRAN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ENTRY-TRANS = ZERO
               MOVE "NO MEMBERS WITH THIS STATUS" TO WS-SKIP-REASON
               PERFORM WRITE-ENTRY-LINE
           END-IF
       END-IF.

WRITE-GENERATED-TRAN.
       MOVE MAINT-ID       TO TRAN-MEMBER-ID
       MOVE SCH-NUM1       TO TRAN-NUM1
       MOVE SCH-NUM2       TO TRAN-NUM2
       MOVE SCH-TYPE-CODE  TO TRAN-TYPE-CODE
       WRITE TRAN-RECORD
       ADD 1 TO WS-ENTRY-TRANS
       MOVE MAINT-ID TO WS-LINE-MEMBER
       IF WS-TRAN-STATUS NOT = "00"
           ADD 1 TO WS-WRITE-ERRORS
           MOVE SPACES TO WS-SKIP-REASON
           STRING "WRITE FAILED " WS-TRAN-STATUS " - KEY BY HAND"
                   DELIMITED BY SIZE INTO WS-SKIP-REASON
       ELSE
           ADD 1 TO WS-TRANS-WRITTEN
           MOVE "GENERATED" TO WS-SKIP-REASON
       END-IF
       PERFORM WRITE-REGISTER-DETAIL.

WRITE-ENTRY-LINE.
       IF SCH-MEMBER-ID = SPACES
           MOVE SPACES TO WS-LINE-MEMBER
           STRING "ALL-" SCH-STATUS-CODE
                   DELIMITED BY SIZE INTO WS-LINE-MEMBER
       ELSE
           MOVE SCH-MEMBER-ID TO WS-LINE-MEMBER
       END-IF
       PERFORM WRITE-REGISTER-DETAIL.

WRITE-REGISTER-DETAIL.
       MOVE SPACES TO REGISTER-LINE
       STRING SCH-ID "  " WS-LINE-MEMBER "   "
              SCH-TYPE-CODE "     " SCH-NUM1 "   " SCH-NUM2
              "   " SCH-FREQUENCY "     " SCH-DESCRIPTION "  "
              WS-SKIP-REASON
               DELIMITED BY SIZE INTO REGISTER-LINE
       WRITE REGISTER-LINE.
