IDENTIFICATION DIVISION.
PROGRAM-ID. DSPMAINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT DISPUTE-MASTER ASSIGN TO 'disputes.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS DSP-ID
    FILE STATUS IS WS-DSP-STATUS.
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
FD  DISPUTE-MASTER.
COPY DSPREC.
FD  CHARGE-DETAIL.
COPY CHGDTL.
FD  OPERATOR-FILE.
COPY OPERREC.
FD  VIOLATION-LOG.
COPY SECVIOL.
FD  AUDIT-LOG-FILE.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-DSP-STATUS      PIC X(2) VALUE "00".
01 WS-DETAIL-STATUS   PIC X(2) VALUE "00".
01 WS-MENU-CHOICE     PIC X(1) VALUE SPACE.
01 WS-DONE-SW         PIC X(1) VALUE "N".
01 WS-EOF-SW          PIC X(1) VALUE "N".
01 WS-VALID-SW        PIC X(1) VALUE "N".
01 WS-NEXT-DSP-ID     PIC 9(7) VALUE ZERO.
01 WS-WANTED-ID       PIC X(7) VALUE SPACES.
01 WS-WANTED-ID-NUM REDEFINES WS-WANTED-ID PIC 9(7).
01 WS-NEW-MEMBER      PIC X(5) VALUE SPACES.
01 WS-NEW-MEMBER-NUM REDEFINES WS-NEW-MEMBER PIC 9(5).
01 WS-NEW-DATE        PIC X(10) VALUE SPACES.
01 WS-NEW-AMOUNT      PIC X(3) VALUE SPACES.
01 WS-NEW-AMOUNT-NUM REDEFINES WS-NEW-AMOUNT PIC 9(3).
01 WS-NEW-REASON      PIC X(30) VALUE SPACES.
01 WS-DECISION        PIC X(1) VALUE SPACE.
01 WS-ITEM-TYPE       PIC X(1) VALUE SPACE.
01 WS-ITEMS-FOUND     PIC 9(5) VALUE ZERO.
01 WS-DISPUTES-FOUND  PIC 9(5) VALUE ZERO.
01 WS-MATCH-COUNT     PIC 9(5) VALUE ZERO.
01 WS-RUN-DATE        PIC X(10) VALUE SPACES.
01 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
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

PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:4)  TO WS-RUN-DATE(1:4)
       MOVE "-"                  TO WS-RUN-DATE(5:1)
       MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2)
       MOVE "-"                  TO WS-RUN-DATE(8:1)
       MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2)

       PERFORM SIGN-ON-OPERATOR
       IF WS-SIGNED-ON-SW NOT = "Y"
           DISPLAY "Sign-on failed - session ended"
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       OPEN I-O DISPUTE-MASTER
       IF WS-DSP-STATUS = "35"
           OPEN OUTPUT DISPUTE-MASTER
           CLOSE DISPUTE-MASTER
           OPEN I-O DISPUTE-MASTER
       END-IF
       PERFORM FIND-NEXT-DISPUTE-ID

       PERFORM UNTIL WS-DONE-SW = "Y"
           PERFORM DISPLAY-MENU
           PERFORM PROCESS-CHOICE
       END-PERFORM

       CLOSE DISPUTE-MASTER
       PERFORM WRITE-AUDIT-RECORD
       STOP RUN.

DISPLAY-MENU.
       DISPLAY " "
       DISPLAY "CHARGE DISPUTE MAINTENANCE MENU"
       DISPLAY "1. Open dispute on a charge"
       DISPLAY "2. Record dispute decision"
       DISPLAY "3. Inquire dispute"
       DISPLAY "4. List disputes for a member"
       DISPLAY "5. Exit"
       DISPLAY "Enter choice: "
       ACCEPT WS-MENU-CHOICE.

PROCESS-CHOICE.
       PERFORM SET-CHOICE-FUNCTION
       PERFORM CHECK-AUTHORITY
       IF WS-AUTHORIZED-SW = "Y"
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM OPEN-DISPUTE
               WHEN "2"
                   PERFORM DECIDE-DISPUTE
               WHEN "3"
                   PERFORM INQUIRE-DISPUTE
               WHEN "4"
                   PERFORM LIST-MEMBER-DISPUTES
               WHEN "5"
                   MOVE "Y" TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "Invalid choice - try again"
           END-EVALUATE
       END-IF.

SET-CHOICE-FUNCTION.
       EVALUATE WS-MENU-CHOICE
           WHEN "1"
           WHEN "2"
               MOVE "MAINTAIN" TO WS-AUTH-FUNCTION
           WHEN "3"
           WHEN "4"
               MOVE "INQUIRY" TO WS-AUTH-FUNCTION
           WHEN OTHER
               MOVE SPACES TO WS-AUTH-FUNCTION
       END-EVALUATE.

FIND-NEXT-DISPUTE-ID.
       MOVE ZERO TO WS-NEXT-DSP-ID
       MOVE ZERO TO DSP-ID
       START DISPUTE-MASTER KEY IS NOT LESS THAN DSP-ID
           INVALID KEY
               CONTINUE
       END-START
       IF WS-DSP-STATUS = "00"
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ DISPUTE-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       MOVE DSP-ID TO WS-NEXT-DSP-ID
               END-READ
           END-PERFORM
       END-IF
       ADD 1 TO WS-NEXT-DSP-ID.

OPEN-DISPUTE.
       MOVE "Y" TO WS-VALID-SW
       DISPLAY "Enter member ID: "
       ACCEPT WS-NEW-MEMBER
       DISPLAY "Enter charge business date (YYYY-MM-DD): "
       ACCEPT WS-NEW-DATE
       DISPLAY "Enter charge amount (3 digits): "
       ACCEPT WS-NEW-AMOUNT
       IF WS-NEW-MEMBER IS NOT NUMERIC
       OR WS-NEW-AMOUNT IS NOT NUMERIC
           DISPLAY "Member ID and amount must be numeric"
           MOVE "N" TO WS-VALID-SW
       END-IF
       IF WS-NEW-DATE(1:4) IS NOT NUMERIC
       OR WS-NEW-DATE(6:2) IS NOT NUMERIC
       OR WS-NEW-DATE(9:2) IS NOT NUMERIC
       OR WS-NEW-DATE(5:1) NOT = "-" OR WS-NEW-DATE(8:1) NOT = "-"
           DISPLAY "Business date must be YYYY-MM-DD"
           MOVE "N" TO WS-VALID-SW
       END-IF
       IF WS-VALID-SW = "Y"
           PERFORM COUNT-MATCHING-CHARGES
           PERFORM COUNT-MATCHING-DISPUTES
           IF WS-ITEMS-FOUND = ZERO
               DISPLAY "No charge on file for member " WS-NEW-MEMBER
                       " on " WS-NEW-DATE " for " WS-NEW-AMOUNT
               MOVE "N" TO WS-VALID-SW
           ELSE
               IF WS-DISPUTES-FOUND >= WS-ITEMS-FOUND
                   DISPLAY "Every matching charge is already in "
                           "dispute or credited by one"
                   MOVE "N" TO WS-VALID-SW
               END-IF
           END-IF
       END-IF
       IF WS-VALID-SW = "Y"
           DISPLAY "Enter reason for dispute: "
           ACCEPT WS-NEW-REASON
           MOVE SPACES            TO DSP-RECORD
           MOVE WS-NEXT-DSP-ID    TO DSP-ID
           MOVE WS-NEW-MEMBER-NUM TO DSP-MEMBER-ID
           MOVE WS-NEW-DATE       TO DSP-BUS-DATE
           MOVE WS-NEW-AMOUNT-NUM TO DSP-AMOUNT
           MOVE WS-ITEM-TYPE      TO DSP-TYPE-CODE
           MOVE "O"               TO DSP-STATUS
           MOVE WS-RUN-DATE       TO DSP-OPEN-DATE
           MOVE WS-OPERATOR-ID    TO DSP-OPENED-BY
           MOVE WS-NEW-REASON     TO DSP-REASON
           WRITE DSP-RECORD
           IF WS-DSP-STATUS NOT = "00"
               DISPLAY "Open failed - status " WS-DSP-STATUS
           ELSE
               DISPLAY "Dispute " DSP-ID " opened - charge is held "
                       "out of statements and dunning"
               ADD 1 TO WS-NEXT-DSP-ID
               ADD 1 TO WS-UPDATES-MADE
           END-IF
       END-IF.

COUNT-MATCHING-CHARGES.
       MOVE ZERO TO WS-ITEMS-FOUND
       MOVE SPACE TO WS-ITEM-TYPE
       OPEN INPUT CHARGE-DETAIL
       IF WS-DETAIL-STATUS = "00"
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ CHARGE-DETAIL
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF CHGD-MEMBER-ID = WS-NEW-MEMBER-NUM
                       AND CHGD-BUS-DATE = WS-NEW-DATE
                       AND CHGD-SUM = WS-NEW-AMOUNT-NUM
                       AND CHGD-TYPE-CODE NOT = "R"
                           ADD 1 TO WS-ITEMS-FOUND
                           MOVE CHGD-TYPE-CODE TO WS-ITEM-TYPE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHARGE-DETAIL
       END-IF.

COUNT-MATCHING-DISPUTES.
       MOVE ZERO TO WS-DISPUTES-FOUND
       MOVE ZERO TO DSP-ID
       START DISPUTE-MASTER KEY IS NOT LESS THAN DSP-ID
           INVALID KEY
               CONTINUE
       END-START
       IF WS-DSP-STATUS = "00"
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ DISPUTE-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF DSP-MEMBER-ID = WS-NEW-MEMBER-NUM
                       AND DSP-BUS-DATE = WS-NEW-DATE
                       AND DSP-AMOUNT = WS-NEW-AMOUNT-NUM
                       AND DSP-STATUS NOT = "R"
                           ADD 1 TO WS-DISPUTES-FOUND
                       END-IF
               END-READ
           END-PERFORM
       END-IF.

DECIDE-DISPUTE.
       PERFORM ACCEPT-DISPUTE-ID
       IF WS-VALID-SW = "Y"
           READ DISPUTE-MASTER
               INVALID KEY
                   DISPLAY "No dispute with that number"
               NOT INVALID KEY
                   PERFORM SHOW-DISPUTE
                   IF DSP-STATUS NOT = "O"
                       DISPLAY "Dispute is not open - decision "
                               "already recorded"
                   ELSE
                       PERFORM RECORD-DECISION
                   END-IF
           END-READ
       END-IF.

RECORD-DECISION.
       DISPLAY "Decision (U = uphold and credit, D = deny and "
               "release): "
       ACCEPT WS-DECISION
       IF WS-DECISION NOT = "U" AND WS-DECISION NOT = "D"
           DISPLAY "Decision must be U or D - dispute left open"
       ELSE
           DISPLAY "Enter decision note: "
           ACCEPT WS-NEW-REASON
           MOVE WS-DECISION    TO DSP-STATUS
           MOVE WS-RUN-DATE    TO DSP-DECIDE-DATE
           MOVE WS-OPERATOR-ID TO DSP-DECIDED-BY
           MOVE WS-NEW-REASON  TO DSP-DECISION-NOTE
           REWRITE DSP-RECORD
           IF WS-DSP-STATUS NOT = "00"
               DISPLAY "Decision not recorded - status "
                       WS-DSP-STATUS
           ELSE
               IF WS-DECISION = "U"
                   DISPLAY "Dispute upheld - credit goes into the "
                           "next nightly cycle"
               ELSE
                   DISPLAY "Dispute denied - charge is released on "
                           "the next nightly cycle"
               END-IF
               ADD 1 TO WS-UPDATES-MADE
           END-IF
       END-IF.

INQUIRE-DISPUTE.
       PERFORM ACCEPT-DISPUTE-ID
       IF WS-VALID-SW = "Y"
           READ DISPUTE-MASTER
               INVALID KEY
                   DISPLAY "No dispute with that number"
               NOT INVALID KEY
                   PERFORM SHOW-DISPUTE
           END-READ
       END-IF.

LIST-MEMBER-DISPUTES.
       DISPLAY "Enter member ID: "
       ACCEPT WS-NEW-MEMBER
       MOVE ZERO TO WS-MATCH-COUNT
       IF WS-NEW-MEMBER IS NOT NUMERIC
           DISPLAY "Member ID must be 5 digits"
       ELSE
           MOVE ZERO TO DSP-ID
           START DISPUTE-MASTER KEY IS NOT LESS THAN DSP-ID
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-DSP-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = "Y"
                   READ DISPUTE-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF DSP-MEMBER-ID = WS-NEW-MEMBER-NUM
                               ADD 1 TO WS-MATCH-COUNT
                               DISPLAY "  " DSP-ID "  " DSP-BUS-DATE
                                       "  " DSP-AMOUNT "  STATUS "
                                       DSP-STATUS "  OPENED "
                                       DSP-OPEN-DATE "  "
                                       DSP-REASON
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-MATCH-COUNT = ZERO
               DISPLAY "No disputes for that member"
           ELSE
               DISPLAY "Disputes listed: " WS-MATCH-COUNT
           END-IF
       END-IF.

ACCEPT-DISPUTE-ID.
       MOVE "Y" TO WS-VALID-SW
       DISPLAY "Enter dispute number (7 digits): "
       ACCEPT WS-WANTED-ID
       IF WS-WANTED-ID IS NOT NUMERIC
           DISPLAY "Dispute number must be 7 digits"
           MOVE "N" TO WS-VALID-SW
       ELSE
           MOVE WS-WANTED-ID-NUM TO DSP-ID
       END-IF.

SHOW-DISPUTE.
       DISPLAY "Dispute number: " DSP-ID
       DISPLAY "Member ID:      " DSP-MEMBER-ID
       DISPLAY "Charge date:    " DSP-BUS-DATE
       DISPLAY "Amount:         " DSP-AMOUNT
       DISPLAY "Type code:      " DSP-TYPE-CODE
       EVALUATE DSP-STATUS
           WHEN "O"
               DISPLAY "Status:         OPEN"
           WHEN "U"
               DISPLAY "Status:         UPHELD - CREDIT PENDING"
           WHEN "D"
               DISPLAY "Status:         DENIED - RELEASE PENDING"
           WHEN "C"
               DISPLAY "Status:         CLOSED - CREDITED"
           WHEN "R"
               DISPLAY "Status:         CLOSED - RELEASED"
           WHEN OTHER
               DISPLAY "Status:         " DSP-STATUS
       END-EVALUATE
       DISPLAY "Opened:         " DSP-OPEN-DATE " by " DSP-OPENED-BY
       DISPLAY "Reason:         " DSP-REASON
       IF DSP-DECIDE-DATE NOT = SPACES
           DISPLAY "Decided:        " DSP-DECIDE-DATE " by "
                   DSP-DECIDED-BY
           DISPLAY "Decision note:  " DSP-DECISION-NOTE
       END-IF
       IF DSP-CLOSE-DATE NOT = SPACES
           DISPLAY "Closed:         " DSP-CLOSE-DATE
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
       MOVE "DSPMAINT"         TO SECV-PROGRAM
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
       MOVE "DSPMAINT"         TO AUDIT-JOB-NAME
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
       MOVE WS-FUNCTIONS-USED  TO AUDIT-RECS-READ
       MOVE WS-UPDATES-MADE    TO AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE WS-OPERATOR-ID     TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-FILE.
