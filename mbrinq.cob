IDENTIFICATION DIVISION.
PROGRAM-ID. MBRINQ.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ROSTER-MASTER ASSIGN TO 'roster.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS MAINT-ID
    ALTERNATE RECORD KEY IS MAINT-NAME WITH DUPLICATES
    FILE STATUS IS WS-MAINT-STATUS.
SELECT BALANCE-MASTER ASSIGN TO 'balance.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS BAL-MEMBER-ID
    FILE STATUS IS WS-BAL-STATUS.
SELECT SUSPENSE-MASTER ASSIGN TO 'suspense.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS SUSP-KEY
    FILE STATUS IS WS-SUSP-STATUS.
SELECT CHARGE-DETAIL ASSIGN TO 'charge_detail.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-DETAIL-STATUS.
SELECT OPERATOR-FILE ASSIGN TO 'operators.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS OPR-USER-ID
    FILE STATUS IS WS-OPR-STATUS.
SELECT VIOLATION-LOG ASSIGN TO 'security_violations.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-SECV-STATUS.
SELECT AUDIT-LOG-FILE ASSIGN TO 'audit.log'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ROSTER-MASTER.
COPY ROSTREC REPLACING ==RECNAME== BY ==MAINT-RECORD==,
                       ==F-ID==    BY ==MAINT-ID==,
                       ==F-NAME==  BY ==MAINT-NAME==,
                       ==F-ADDR==  BY ==MAINT-ADDRESS==,
                       ==F-STATUS== BY ==MAINT-STATUS==,
                       ==F-INACT-DATE== BY ==MAINT-INACT-DATE==.
FD  BALANCE-MASTER.
COPY BALREC.
FD  SUSPENSE-MASTER.
COPY SUSPREC.
FD  CHARGE-DETAIL.
COPY CHGDTL.
FD  OPERATOR-FILE.
COPY OPERREC.
FD  VIOLATION-LOG.
COPY SECVIOL.
FD  AUDIT-LOG-FILE.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-MAINT-STATUS    PIC X(2) VALUE "00".
01 WS-BAL-STATUS      PIC X(2) VALUE "00".
01 WS-SUSP-STATUS     PIC X(2) VALUE "00".
01 WS-DETAIL-STATUS   PIC X(2) VALUE "00".
01 WS-MENU-CHOICE     PIC X(1) VALUE SPACE.
01 WS-PAGE-REPLY      PIC X(1) VALUE SPACE.
01 WS-DONE-SW         PIC X(1) VALUE "N".
01 WS-EOF-SW          PIC X(1) VALUE "N".
01 WS-FOUND-SW        PIC X(1) VALUE "N".
01 WS-MORE-SW         PIC X(1) VALUE "N".
01 WS-WANTED-ID       PIC X(5) VALUE SPACES.
01 WS-WANTED-ID-NUM   PIC 9(5) VALUE ZERO.
01 WS-IMAGE-ID        PIC X(5) VALUE SPACES.
01 WS-SEARCH-NAME     PIC X(30) VALUE SPACES.
01 WS-SEARCH-LEN      PIC 9(2) VALUE ZERO COMP.
01 WS-SEARCH-SUB      PIC 9(2) VALUE ZERO COMP.
01 WS-MATCH-COUNT     PIC 9(5) VALUE ZERO.
01 WS-SUSP-COUNT      PIC 9(5) VALUE ZERO.
01 WS-PAGE-NUMBER     PIC 9(3) VALUE ZERO.
01 WS-PAGE-LINES      PIC 9(2) VALUE ZERO.
01 WS-PAGE-SIZE       PIC 9(2) VALUE 10.
01 WS-DTL-DROPPED     PIC 9(7) VALUE ZERO.
01 WS-CHARGE-TOTAL    PIC 9(9) VALUE ZERO.
01 WS-CREDIT-TOTAL    PIC 9(9) VALUE ZERO.
01 WS-AMOUNT-DISPLAY  PIC Z(8)9.
01 WS-ITEM-LABEL      PIC X(6) VALUE SPACES.
01 WS-OPR-STATUS      PIC X(2) VALUE "00".
01 WS-SECV-STATUS     PIC X(2) VALUE "00".
01 WS-AUDIT-STATUS    PIC X(2) VALUE "00".
01 WS-OPERATOR-ID     PIC X(8) VALUE SPACES.
01 WS-SIGNON-PASSWORD PIC X(8) VALUE SPACES.
01 WS-SIGNON-TRIES    PIC 9(1) VALUE ZERO.
01 WS-SIGNON-LIMIT    PIC 9(1) VALUE 3.
01 WS-SIGNED-ON-SW    PIC X(1) VALUE "N".
01 WS-AUTHORIZED-SW   PIC X(1) VALUE "N".
01 WS-AUTH-FUNCTION   PIC X(8) VALUE SPACES.
01 WS-AUTH-INQUIRY    PIC X(1) VALUE "N".
01 WS-AUTH-MAINTAIN   PIC X(1) VALUE "N".
01 WS-AUTH-RESTORE    PIC X(1) VALUE "N".
01 WS-AUTH-RUNCTL     PIC X(1) VALUE "N".
01 WS-VIOL-REASON     PIC X(30) VALUE SPACES.
01 WS-FUNCTIONS-USED  PIC 9(7) VALUE ZERO.
01 WS-UPDATES-MADE    PIC 9(7) VALUE ZERO.

01 WS-DTL-COUNT       PIC 9(4) VALUE ZERO COMP.
01 WS-DTL-MAX         PIC 9(4) VALUE 500 COMP.
01 WS-DTL-SUB         PIC 9(4) VALUE ZERO COMP.
01 WS-INSERT-SUB      PIC 9(4) VALUE ZERO COMP.
01 WS-SHIFT-SUB       PIC 9(4) VALUE ZERO COMP.
01 WS-DTL-TABLE.
   05 WS-DTL-ENTRY OCCURS 500 TIMES.
      10 WS-DTL-BUS-DATE   PIC X(10).
      10 WS-DTL-NUM1       PIC 9(3).
      10 WS-DTL-NUM2       PIC 9(3).
      10 WS-DTL-SUM        PIC 9(3).
      10 WS-DTL-TYPE       PIC X(1).
      10 WS-DTL-CYCLE      PIC X(10).

PROCEDURE DIVISION.
       PERFORM SIGN-ON-OPERATOR
       IF WS-SIGNED-ON-SW NOT = "Y"
           DISPLAY "Sign-on failed - session ended"
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       OPEN INPUT ROSTER-MASTER
       IF WS-MAINT-STATUS NOT = "00"
           DISPLAY "Roster master not available - status "
                   WS-MAINT-STATUS
           MOVE "Y" TO WS-DONE-SW
       END-IF

       PERFORM UNTIL WS-DONE-SW = "Y"
           PERFORM DISPLAY-MENU
           PERFORM PROCESS-CHOICE
       END-PERFORM

       IF WS-MAINT-STATUS NOT = "35"
           CLOSE ROSTER-MASTER
       END-IF
       PERFORM WRITE-AUDIT-RECORD
       STOP RUN.

DISPLAY-MENU.
       DISPLAY " "
       DISPLAY "MEMBER ACCOUNT INQUIRY MENU"
       DISPLAY "1. Inquire member by ID"
       DISPLAY "2. Find member by name"
       DISPLAY "3. Exit"
       DISPLAY "Enter choice: "
       ACCEPT WS-MENU-CHOICE.

PROCESS-CHOICE.
       PERFORM SET-CHOICE-FUNCTION
       PERFORM CHECK-AUTHORITY
       IF WS-AUTHORIZED-SW = "Y"
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM INQUIRE-BY-ID
               WHEN "2"
                   PERFORM SEARCH-BY-NAME
                   IF WS-MATCH-COUNT > ZERO
                       PERFORM INQUIRE-BY-ID
                   END-IF
               WHEN "3"
                   MOVE "Y" TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "Invalid choice - try again"
           END-EVALUATE
       END-IF.

SET-CHOICE-FUNCTION.
       EVALUATE WS-MENU-CHOICE
           WHEN "1"
           WHEN "2"
               MOVE "INQUIRY" TO WS-AUTH-FUNCTION
           WHEN OTHER
               MOVE SPACES TO WS-AUTH-FUNCTION
       END-EVALUATE.

INQUIRE-BY-ID.
       DISPLAY "Enter member ID (5 digits): "
       ACCEPT WS-WANTED-ID
       IF WS-WANTED-ID IS NOT NUMERIC
           DISPLAY "ID must be numeric"
       ELSE
           MOVE WS-WANTED-ID TO WS-WANTED-ID-NUM
           MOVE WS-WANTED-ID-NUM TO MAINT-ID
           READ ROSTER-MASTER
               INVALID KEY
                   DISPLAY "No roster entry found for that ID"
               NOT INVALID KEY
                   PERFORM SHOW-MEMBER-ACCOUNT
           END-READ
       END-IF.

SEARCH-BY-NAME.
       MOVE ZERO TO WS-MATCH-COUNT
       DISPLAY "Enter full or partial name: "
       ACCEPT WS-SEARCH-NAME
       IF WS-SEARCH-NAME = SPACES
           DISPLAY "No name entered - nothing to search"
       ELSE
           PERFORM MEASURE-SEARCH-NAME
           MOVE WS-SEARCH-NAME TO MAINT-NAME
           START ROSTER-MASTER KEY IS NOT LESS THAN MAINT-NAME
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-MAINT-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = "Y"
                   READ ROSTER-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM MATCH-SEARCH-NAME
                   END-READ
               END-PERFORM
           END-IF
           IF WS-MATCH-COUNT = ZERO
               DISPLAY "No roster entries match that name"
           ELSE
               DISPLAY "Matching members listed: " WS-MATCH-COUNT
           END-IF
       END-IF.

MEASURE-SEARCH-NAME.
       MOVE ZERO TO WS-SEARCH-LEN
       MOVE ZERO TO WS-SEARCH-SUB
       PERFORM NOTE-SEARCH-CHARACTER 30 TIMES.

NOTE-SEARCH-CHARACTER.
       ADD 1 TO WS-SEARCH-SUB
       IF WS-SEARCH-NAME(WS-SEARCH-SUB:1) NOT = SPACE
           MOVE WS-SEARCH-SUB TO WS-SEARCH-LEN
       END-IF.

MATCH-SEARCH-NAME.
       IF MAINT-NAME(1:WS-SEARCH-LEN)
               = WS-SEARCH-NAME(1:WS-SEARCH-LEN)
           ADD 1 TO WS-MATCH-COUNT
           DISPLAY "  " MAINT-ID "  " MAINT-NAME "  " MAINT-STATUS
       ELSE
           MOVE "Y" TO WS-EOF-SW
       END-IF.

SHOW-MEMBER-ACCOUNT.
       DISPLAY " "
       DISPLAY "ID:      " MAINT-ID
       DISPLAY "Name:    " MAINT-NAME
       DISPLAY "Address: " MAINT-ADDRESS
       DISPLAY "Status:  " MAINT-STATUS
       IF MAINT-STATUS = "I"
           DISPLAY "Inactive since: " MAINT-INACT-DATE
       END-IF
       PERFORM SHOW-MEMBER-BALANCE
       PERFORM LOAD-MEMBER-DETAIL
       PERFORM SHOW-MEMBER-DETAIL
       PERFORM SHOW-MEMBER-SUSPENSE.

SHOW-MEMBER-BALANCE.
       DISPLAY " "
       OPEN INPUT BALANCE-MASTER
       IF WS-BAL-STATUS NOT = "00"
           DISPLAY "Balance master not available - status "
                   WS-BAL-STATUS
       ELSE
           MOVE WS-WANTED-ID-NUM TO BAL-MEMBER-ID
           READ BALANCE-MASTER
               INVALID KEY
                   DISPLAY "No balance on file for this member"
               NOT INVALID KEY
                   MOVE BAL-TOTAL TO WS-AMOUNT-DISPLAY
                   DISPLAY "Balance:           " WS-AMOUNT-DISPLAY
                   DISPLAY "Transactions:      " BAL-TRAN-COUNT
                   DISPLAY "Last activity:     " BAL-LAST-DATE
           END-READ
           CLOSE BALANCE-MASTER
       END-IF.

LOAD-MEMBER-DETAIL.
       MOVE ZERO TO WS-DTL-COUNT
       MOVE ZERO TO WS-DTL-DROPPED
       MOVE ZERO TO WS-CHARGE-TOTAL
       MOVE ZERO TO WS-CREDIT-TOTAL
       OPEN INPUT CHARGE-DETAIL
       IF WS-DETAIL-STATUS = "00"
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ CHARGE-DETAIL
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF CHGD-MEMBER-ID = WS-WANTED-ID-NUM
                           PERFORM STORE-DETAIL-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHARGE-DETAIL
       END-IF.

STORE-DETAIL-ITEM.
       IF CHGD-TYPE-CODE = "R"
           ADD CHGD-SUM TO WS-CREDIT-TOTAL
       ELSE
           ADD CHGD-SUM TO WS-CHARGE-TOTAL
       END-IF
       MOVE "N" TO WS-FOUND-SW
       MOVE ZERO TO WS-DTL-SUB
       PERFORM CHECK-INSERT-POINT WS-DTL-COUNT TIMES
       IF WS-FOUND-SW = "N"
           COMPUTE WS-INSERT-SUB = WS-DTL-COUNT + 1
       END-IF
       IF WS-INSERT-SUB > WS-DTL-MAX
           ADD 1 TO WS-DTL-DROPPED
       ELSE
           IF WS-DTL-COUNT < WS-DTL-MAX
               ADD 1 TO WS-DTL-COUNT
           ELSE
               ADD 1 TO WS-DTL-DROPPED
           END-IF
           COMPUTE WS-SHIFT-SUB = WS-DTL-COUNT - 1
           PERFORM UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
               MOVE WS-DTL-ENTRY (WS-SHIFT-SUB)
                   TO WS-DTL-ENTRY (WS-SHIFT-SUB + 1)
               SUBTRACT 1 FROM WS-SHIFT-SUB
           END-PERFORM
           MOVE CHGD-BUS-DATE     TO WS-DTL-BUS-DATE (WS-INSERT-SUB)
           MOVE CHGD-NUM1         TO WS-DTL-NUM1 (WS-INSERT-SUB)
           MOVE CHGD-NUM2         TO WS-DTL-NUM2 (WS-INSERT-SUB)
           MOVE CHGD-SUM          TO WS-DTL-SUM (WS-INSERT-SUB)
           MOVE CHGD-TYPE-CODE    TO WS-DTL-TYPE (WS-INSERT-SUB)
           MOVE CHGD-SOURCE-CYCLE TO WS-DTL-CYCLE (WS-INSERT-SUB)
       END-IF.

CHECK-INSERT-POINT.
       IF WS-FOUND-SW = "N"
           ADD 1 TO WS-DTL-SUB
           IF WS-DTL-BUS-DATE (WS-DTL-SUB) <= CHGD-BUS-DATE
               MOVE "Y" TO WS-FOUND-SW
               MOVE WS-DTL-SUB TO WS-INSERT-SUB
           END-IF
       END-IF.

SHOW-MEMBER-DETAIL.
       DISPLAY " "
       IF WS-DTL-COUNT = ZERO
           DISPLAY "No charge detail on file for this member"
       ELSE
           MOVE WS-CHARGE-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "Charges on detail: " WS-AMOUNT-DISPLAY
           MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "Credits on detail: " WS-AMOUNT-DISPLAY
           IF WS-DTL-DROPPED > ZERO
               DISPLAY "Oldest " WS-DTL-DROPPED
                       " items not shown - see the member statements"
           END-IF
           MOVE ZERO TO WS-DTL-SUB
           MOVE ZERO TO WS-PAGE-NUMBER
           MOVE "Y" TO WS-MORE-SW
           PERFORM UNTIL WS-DTL-SUB >= WS-DTL-COUNT
                   OR WS-MORE-SW = "N"
               PERFORM SHOW-DETAIL-PAGE
           END-PERFORM
       END-IF.

SHOW-DETAIL-PAGE.
       ADD 1 TO WS-PAGE-NUMBER
       DISPLAY " "
       DISPLAY "CHARGE DETAIL - NEWEST FIRST - PAGE " WS-PAGE-NUMBER
       DISPLAY "  BUS DATE    ITEM     AMOUNT  NUM1 NUM2 TYPE  CYCLE"
       MOVE ZERO TO WS-PAGE-LINES
       PERFORM SHOW-DETAIL-LINE
           UNTIL WS-PAGE-LINES >= WS-PAGE-SIZE
              OR WS-DTL-SUB >= WS-DTL-COUNT
       IF WS-DTL-SUB < WS-DTL-COUNT
           DISPLAY "Enter F to page forward, any other key to end: "
           ACCEPT WS-PAGE-REPLY
           IF WS-PAGE-REPLY NOT = "F" AND WS-PAGE-REPLY NOT = "f"
               MOVE "N" TO WS-MORE-SW
           END-IF
       END-IF.

SHOW-DETAIL-LINE.
       ADD 1 TO WS-DTL-SUB
       ADD 1 TO WS-PAGE-LINES
       IF WS-DTL-TYPE (WS-DTL-SUB) = "R"
           MOVE "CREDIT" TO WS-ITEM-LABEL
       ELSE
           MOVE "CHARGE" TO WS-ITEM-LABEL
       END-IF
       DISPLAY "  " WS-DTL-BUS-DATE (WS-DTL-SUB)
               "  " WS-ITEM-LABEL
               "  " WS-DTL-SUM (WS-DTL-SUB)
               "    " WS-DTL-NUM1 (WS-DTL-SUB)
               "  " WS-DTL-NUM2 (WS-DTL-SUB)
               "  " WS-DTL-TYPE (WS-DTL-SUB)
               "    " WS-DTL-CYCLE (WS-DTL-SUB).

SHOW-MEMBER-SUSPENSE.
       DISPLAY " "
       MOVE ZERO TO WS-SUSP-COUNT
       OPEN INPUT SUSPENSE-MASTER
       IF WS-SUSP-STATUS NOT = "00"
           DISPLAY "Suspense master not available - status "
                   WS-SUSP-STATUS
       ELSE
           MOVE ZERO TO SUSP-KEY
           START SUSPENSE-MASTER KEY IS GREATER THAN SUSP-KEY
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-SUSP-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = "Y"
                   READ SUSPENSE-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM MATCH-SUSPENSE-ITEM
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SUSPENSE-MASTER
           IF WS-SUSP-COUNT = ZERO
               DISPLAY "No open suspense items for this member"
           ELSE
               DISPLAY "Open suspense items: " WS-SUSP-COUNT
           END-IF
       END-IF.

MATCH-SUSPENSE-ITEM.
       IF SUSP-STATUS = "S" OR SUSP-STATUS = "C"
           IF SUSP-SOURCE = "ROSTAPPL"
               MOVE SUSP-IMAGE(2:5) TO WS-IMAGE-ID
           ELSE
               MOVE SUSP-IMAGE(1:5) TO WS-IMAGE-ID
           END-IF
           IF WS-IMAGE-ID = WS-WANTED-ID
               ADD 1 TO WS-SUSP-COUNT
               IF WS-SUSP-COUNT = 1
                   DISPLAY "OPEN SUSPENSE ITEMS (S = SUSPENDED, "
                           "C = CORRECTED AWAITING RELEASE)"
               END-IF
               DISPLAY "  Item " SUSP-KEY "  " SUSP-STATUS
                       "  Source: " SUSP-SOURCE
                       "  Cycle: " SUSP-CYCLE-DATE
                       "  Age: " SUSP-AGE-CYCLES
               DISPLAY "    Reason: " SUSP-REASON
           END-IF
       END-IF.

SIGN-ON-OPERATOR.
       MOVE "N" TO WS-SIGNED-ON-SW
       MOVE ZERO TO WS-SIGNON-TRIES
       MOVE "SIGNON" TO WS-AUTH-FUNCTION
       OPEN INPUT OPERATOR-FILE
       IF WS-OPR-STATUS NOT = "00"
           DISPLAY "Operator profile file not available - status "
                   WS-OPR-STATUS
           MOVE "PROFILE FILE NOT AVAILABLE" TO WS-VIOL-REASON
           PERFORM WRITE-VIOLATION-RECORD
       ELSE
           PERFORM UNTIL WS-SIGNED-ON-SW = "Y"
                   OR WS-SIGNON-TRIES >= WS-SIGNON-LIMIT
               PERFORM ACCEPT-SIGN-ON
           END-PERFORM
           CLOSE OPERATOR-FILE
       END-IF.

ACCEPT-SIGN-ON.
       ADD 1 TO WS-SIGNON-TRIES
       DISPLAY "Operator ID: "
       ACCEPT WS-OPERATOR-ID
       DISPLAY "Password: "
       ACCEPT WS-SIGNON-PASSWORD
       PERFORM VERIFY-OPERATOR
       IF WS-SIGNED-ON-SW NOT = "Y"
           DISPLAY "Sign-on rejected - " WS-VIOL-REASON
       END-IF.

VERIFY-OPERATOR.
       MOVE WS-OPERATOR-ID TO OPR-USER-ID
       READ OPERATOR-FILE
           INVALID KEY
               MOVE "UNKNOWN OPERATOR ID" TO WS-VIOL-REASON
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN OPR-PASSWORD NOT = WS-SIGNON-PASSWORD
                       MOVE "INVALID PASSWORD" TO WS-VIOL-REASON
                   WHEN OPR-STATUS NOT = "A"
                       MOVE "OPERATOR PROFILE DISABLED"
                           TO WS-VIOL-REASON
                   WHEN OTHER
                       MOVE "Y" TO WS-SIGNED-ON-SW
                       MOVE OPR-AUTH-INQUIRY  TO WS-AUTH-INQUIRY
                       MOVE OPR-AUTH-MAINTAIN TO WS-AUTH-MAINTAIN
                       MOVE OPR-AUTH-RESTORE  TO WS-AUTH-RESTORE
                       MOVE OPR-AUTH-RUNCTL   TO WS-AUTH-RUNCTL
               END-EVALUATE
       END-READ
       IF WS-SIGNED-ON-SW NOT = "Y"
           PERFORM WRITE-VIOLATION-RECORD
       END-IF.

CHECK-AUTHORITY.
       EVALUATE WS-AUTH-FUNCTION
           WHEN "INQUIRY"
               MOVE WS-AUTH-INQUIRY TO WS-AUTHORIZED-SW
           WHEN "MAINTAIN"
               MOVE WS-AUTH-MAINTAIN TO WS-AUTHORIZED-SW
           WHEN "RESTORE"
               MOVE WS-AUTH-RESTORE TO WS-AUTHORIZED-SW
           WHEN "RUNCTL"
               MOVE WS-AUTH-RUNCTL TO WS-AUTHORIZED-SW
           WHEN OTHER
               MOVE "Y" TO WS-AUTHORIZED-SW
       END-EVALUATE
       IF WS-AUTHORIZED-SW = "Y"
           IF WS-AUTH-FUNCTION NOT = SPACES
               ADD 1 TO WS-FUNCTIONS-USED
           END-IF
       ELSE
           MOVE "FUNCTION NOT AUTHORIZED" TO WS-VIOL-REASON
           PERFORM WRITE-VIOLATION-RECORD
           DISPLAY "Operator " WS-OPERATOR-ID " is not authorized for "
                   WS-AUTH-FUNCTION " - attempt logged"
       END-IF.

WRITE-VIOLATION-RECORD.
       OPEN EXTEND VIOLATION-LOG
       IF WS-SECV-STATUS NOT = "00"
           OPEN OUTPUT VIOLATION-LOG
       END-IF
       MOVE FUNCTION CURRENT-DATE TO SECV-TIMESTAMP
       MOVE "MBRINQ"           TO SECV-PROGRAM
       MOVE WS-OPERATOR-ID     TO SECV-OPERATOR-ID
       MOVE WS-AUTH-FUNCTION   TO SECV-FUNCTION
       MOVE WS-VIOL-REASON     TO SECV-REASON
       WRITE SECV-RECORD
       CLOSE VIOLATION-LOG.

WRITE-AUDIT-RECORD.
       OPEN EXTEND AUDIT-LOG-FILE
       IF WS-AUDIT-STATUS NOT = "00"
           OPEN OUTPUT AUDIT-LOG-FILE
       END-IF
       MOVE "MBRINQ"           TO AUDIT-JOB-NAME
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
       MOVE WS-FUNCTIONS-USED  TO AUDIT-RECS-READ
       MOVE WS-UPDATES-MADE    TO AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE WS-OPERATOR-ID     TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-FILE.
