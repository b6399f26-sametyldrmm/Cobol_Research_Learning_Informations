IDENTIFICATION DIVISION.
PROGRAM-ID. FEEMAINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT FEE-SCHEDULE ASSIGN TO 'fee_schedule.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS FEE-KEY
    FILE STATUS IS WS-FEE-STATUS.
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
FD  FEE-SCHEDULE.
COPY FEESCHD.
FD  OPERATOR-FILE.
COPY OPERREC.
FD  VIOLATION-LOG.
COPY SECVIOL.
FD  AUDIT-LOG-FILE.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-FEE-STATUS      PIC X(2) VALUE "00".
01 WS-MENU-CHOICE     PIC X(1) VALUE SPACE.
01 WS-DONE-SW         PIC X(1) VALUE "N".
01 WS-EOF-SW          PIC X(1) VALUE "N".
01 WS-VALID-SW        PIC X(1) VALUE "N".
01 WS-WANTED-TYPE     PIC X(1) VALUE SPACE.
01 WS-NEW-DATE        PIC X(10) VALUE SPACES.
01 WS-NEW-DESC        PIC X(20) VALUE SPACES.
01 WS-NEW-RATE        PIC X(5) VALUE SPACES.
01 WS-NEW-RATE-NUM REDEFINES WS-NEW-RATE PIC 9(3)V99.
01 WS-NEW-MIN         PIC X(3) VALUE SPACES.
01 WS-NEW-MIN-NUM REDEFINES WS-NEW-MIN PIC 9(3).
01 WS-NEW-MAX         PIC X(3) VALUE SPACES.
01 WS-NEW-MAX-NUM REDEFINES WS-NEW-MAX PIC 9(3).
01 WS-MATCH-COUNT     PIC 9(5) VALUE ZERO.
01 WS-RATE-DISPLAY    PIC ZZ9.99.
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

       OPEN I-O FEE-SCHEDULE
       IF WS-FEE-STATUS = "35"
           OPEN OUTPUT FEE-SCHEDULE
           CLOSE FEE-SCHEDULE
           OPEN I-O FEE-SCHEDULE
       END-IF

       PERFORM UNTIL WS-DONE-SW = "Y"
           PERFORM DISPLAY-MENU
           PERFORM PROCESS-CHOICE
       END-PERFORM

       CLOSE FEE-SCHEDULE
       PERFORM WRITE-AUDIT-RECORD
       STOP RUN.

DISPLAY-MENU.
       DISPLAY " "
       DISPLAY "FEE SCHEDULE MAINTENANCE MENU"
       DISPLAY "1. Add fee schedule entry"
       DISPLAY "2. Change fee schedule entry"
       DISPLAY "3. Delete fee schedule entry"
       DISPLAY "4. Inquire fee schedule entry"
       DISPLAY "5. List schedule for a type code"
       DISPLAY "6. Exit"
       DISPLAY "Enter choice: "
       ACCEPT WS-MENU-CHOICE.

PROCESS-CHOICE.
       PERFORM SET-CHOICE-FUNCTION
       PERFORM CHECK-AUTHORITY
       IF WS-AUTHORIZED-SW = "Y"
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM ADD-FEE-ENTRY
               WHEN "2"
                   PERFORM CHANGE-FEE-ENTRY
               WHEN "3"
                   PERFORM DELETE-FEE-ENTRY
               WHEN "4"
                   PERFORM INQUIRE-FEE-ENTRY
               WHEN "5"
                   PERFORM LIST-TYPE-SCHEDULE
               WHEN "6"
                   MOVE "Y" TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "Invalid choice - try again"
           END-EVALUATE
       END-IF.

SET-CHOICE-FUNCTION.
       EVALUATE WS-MENU-CHOICE
           WHEN "1"
           WHEN "2"
           WHEN "3"
               MOVE "MAINTAIN" TO WS-AUTH-FUNCTION
           WHEN "4"
           WHEN "5"
               MOVE "INQUIRY" TO WS-AUTH-FUNCTION
           WHEN OTHER
               MOVE SPACES TO WS-AUTH-FUNCTION
       END-EVALUATE.

ADD-FEE-ENTRY.
       PERFORM ACCEPT-FEE-KEY
       IF WS-VALID-SW = "Y"
           PERFORM ACCEPT-FEE-TERMS
       END-IF
       IF WS-VALID-SW = "Y"
           PERFORM MOVE-FEE-TERMS
           WRITE FEE-RECORD
           IF WS-FEE-STATUS NOT = "00"
               DISPLAY "Add failed - entry already exists for that "
                       "type and date, status " WS-FEE-STATUS
           ELSE
               DISPLAY "Fee schedule entry added"
               ADD 1 TO WS-UPDATES-MADE
           END-IF
       END-IF.

CHANGE-FEE-ENTRY.
       PERFORM ACCEPT-FEE-KEY
       IF WS-VALID-SW = "Y"
           READ FEE-SCHEDULE
               INVALID KEY
                   DISPLAY "No fee schedule entry for that type "
                           "and date"
               NOT INVALID KEY
                   PERFORM CHECK-ENTRY-OPEN
                   IF WS-VALID-SW = "Y"
                       PERFORM SHOW-FEE-ENTRY
                       PERFORM ACCEPT-FEE-TERMS
                   END-IF
                   IF WS-VALID-SW = "Y"
                       PERFORM MOVE-FEE-TERMS
                       REWRITE FEE-RECORD
                       IF WS-FEE-STATUS NOT = "00"
                           DISPLAY "Change failed - status "
                                   WS-FEE-STATUS
                       ELSE
                           DISPLAY "Fee schedule entry changed"
                           ADD 1 TO WS-UPDATES-MADE
                       END-IF
                   END-IF
           END-READ
       END-IF.

DELETE-FEE-ENTRY.
       PERFORM ACCEPT-FEE-KEY
       IF WS-VALID-SW = "Y"
           READ FEE-SCHEDULE
               INVALID KEY
                   DISPLAY "No fee schedule entry for that type "
                           "and date"
               NOT INVALID KEY
                   PERFORM CHECK-ENTRY-OPEN
                   IF WS-VALID-SW = "Y"
                       DELETE FEE-SCHEDULE RECORD
                       IF WS-FEE-STATUS NOT = "00"
                           DISPLAY "Delete failed - status "
                                   WS-FEE-STATUS
                       ELSE
                           DISPLAY "Fee schedule entry deleted"
                           ADD 1 TO WS-UPDATES-MADE
                       END-IF
                   END-IF
           END-READ
       END-IF.

INQUIRE-FEE-ENTRY.
       PERFORM ACCEPT-FEE-KEY
       IF WS-VALID-SW = "Y"
           READ FEE-SCHEDULE
               INVALID KEY
                   DISPLAY "No fee schedule entry for that type "
                           "and date"
               NOT INVALID KEY
                   PERFORM SHOW-FEE-ENTRY
           END-READ
       END-IF.

LIST-TYPE-SCHEDULE.
       DISPLAY "Enter type code: "
       ACCEPT WS-WANTED-TYPE
       MOVE ZERO TO WS-MATCH-COUNT
       MOVE WS-WANTED-TYPE TO FEE-TYPE-CODE
       MOVE LOW-VALUES TO FEE-EFF-DATE
       START FEE-SCHEDULE KEY IS NOT LESS THAN FEE-KEY
           INVALID KEY
               CONTINUE
       END-START
       IF WS-FEE-STATUS = "00"
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ FEE-SCHEDULE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF FEE-TYPE-CODE = WS-WANTED-TYPE
                           ADD 1 TO WS-MATCH-COUNT
                           PERFORM LIST-FEE-ENTRY
                       ELSE
                           MOVE "Y" TO WS-EOF-SW
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       IF WS-MATCH-COUNT = ZERO
           DISPLAY "No fee schedule entries for that type code"
       ELSE
           DISPLAY "Entries listed: " WS-MATCH-COUNT
       END-IF.

ACCEPT-FEE-KEY.
       MOVE "Y" TO WS-VALID-SW
       DISPLAY "Enter type code: "
       ACCEPT FEE-TYPE-CODE
       DISPLAY "Enter effective date (YYYY-MM-DD): "
       ACCEPT WS-NEW-DATE
       IF WS-NEW-DATE(1:4) IS NOT NUMERIC
       OR WS-NEW-DATE(6:2) IS NOT NUMERIC
       OR WS-NEW-DATE(9:2) IS NOT NUMERIC
       OR WS-NEW-DATE(5:1) NOT = "-" OR WS-NEW-DATE(8:1) NOT = "-"
           DISPLAY "Effective date must be YYYY-MM-DD"
           MOVE "N" TO WS-VALID-SW
       ELSE
           MOVE WS-NEW-DATE TO FEE-EFF-DATE
       END-IF.

CHECK-ENTRY-OPEN.
       IF FEE-EFF-DATE < WS-RUN-DATE
           DISPLAY "Entry took effect " FEE-EFF-DATE
                   " and has priced charges - add a new dated "
                   "entry instead"
           MOVE "N" TO WS-VALID-SW
       END-IF.

ACCEPT-FEE-TERMS.
       DISPLAY "Enter description: "
       ACCEPT WS-NEW-DESC
       DISPLAY "Enter unit rate (5 digits, 2 decimals - 00100 = 1.00): "
       ACCEPT WS-NEW-RATE
       DISPLAY "Enter minimum charge (3 digits): "
       ACCEPT WS-NEW-MIN
       DISPLAY "Enter maximum charge (3 digits, 000 = no maximum): "
       ACCEPT WS-NEW-MAX
       IF WS-NEW-RATE IS NOT NUMERIC
       OR WS-NEW-MIN IS NOT NUMERIC
       OR WS-NEW-MAX IS NOT NUMERIC
           DISPLAY "Rate, minimum and maximum must be numeric"
           MOVE "N" TO WS-VALID-SW
       ELSE
           IF WS-NEW-MAX-NUM > ZERO
           AND WS-NEW-MIN-NUM > WS-NEW-MAX-NUM
               DISPLAY "Minimum charge is above the maximum"
               MOVE "N" TO WS-VALID-SW
           END-IF
       END-IF.

MOVE-FEE-TERMS.
       MOVE WS-NEW-DESC     TO FEE-DESCRIPTION
       MOVE WS-NEW-RATE-NUM TO FEE-UNIT-RATE
       MOVE WS-NEW-MIN-NUM  TO FEE-MIN-CHARGE
       MOVE WS-NEW-MAX-NUM  TO FEE-MAX-CHARGE.

SHOW-FEE-ENTRY.
       MOVE FEE-UNIT-RATE TO WS-RATE-DISPLAY
       DISPLAY "Type code:      " FEE-TYPE-CODE
       DISPLAY "Effective date: " FEE-EFF-DATE
       DISPLAY "Description:    " FEE-DESCRIPTION
       DISPLAY "Unit rate:      " WS-RATE-DISPLAY
       DISPLAY "Minimum charge: " FEE-MIN-CHARGE
       DISPLAY "Maximum charge: " FEE-MAX-CHARGE.

LIST-FEE-ENTRY.
       MOVE FEE-UNIT-RATE TO WS-RATE-DISPLAY
       DISPLAY "  " FEE-EFF-DATE "  " FEE-DESCRIPTION
               "  RATE " WS-RATE-DISPLAY
               "  MIN " FEE-MIN-CHARGE "  MAX " FEE-MAX-CHARGE.

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
       MOVE "FEEMAINT"         TO SECV-PROGRAM
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
       MOVE "FEEMAINT"         TO AUDIT-JOB-NAME
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
       MOVE WS-FUNCTIONS-USED  TO AUDIT-RECS-READ
       MOVE WS-UPDATES-MADE    TO AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE WS-OPERATOR-ID     TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-FILE.
