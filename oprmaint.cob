IDENTIFICATION DIVISION.
PROGRAM-ID. OPRMAINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT OPERATOR-FILE ASSIGN TO 'operators.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
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
FD  OPERATOR-FILE.
COPY OPERREC.
FD  VIOLATION-LOG.
COPY SECVIOL.
FD  AUDIT-LOG-FILE.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-OPR-STATUS      PIC X(2) VALUE "00".
01 WS-SECV-STATUS     PIC X(2) VALUE "00".
01 WS-AUDIT-STATUS    PIC X(2) VALUE "00".
01 WS-MENU-CHOICE     PIC X(1) VALUE SPACE.
01 WS-DONE-SW         PIC X(1) VALUE "N".
01 WS-EOF-SW          PIC X(1) VALUE "N".
01 WS-VALID-SW        PIC X(1) VALUE "N".
01 WS-EMPTY-FILE-SW   PIC X(1) VALUE "N".
01 WS-OPERATOR-ID     PIC X(8) VALUE SPACES.
01 WS-SIGNON-PASSWORD PIC X(8) VALUE SPACES.
01 WS-SIGNON-TRIES    PIC 9(1) VALUE ZERO.
01 WS-SIGNON-LIMIT    PIC 9(1) VALUE 3.
01 WS-SIGNED-ON-SW    PIC X(1) VALUE "N".
01 WS-AUTH-FUNCTION   PIC X(8) VALUE SPACES.
01 WS-AUTH-SECURITY   PIC X(1) VALUE "N".
01 WS-VIOL-REASON     PIC X(30) VALUE SPACES.
01 WS-FUNCTIONS-USED  PIC 9(7) VALUE ZERO.
01 WS-UPDATES-MADE    PIC 9(7) VALUE ZERO.
01 WS-LIST-COUNT      PIC 9(5) VALUE ZERO.
01 WS-NEW-PASSWORD    PIC X(8) VALUE SPACES.
01 WS-CONFIRM-PASSWORD PIC X(8) VALUE SPACES.
01 WS-NEW-NAME        PIC X(30) VALUE SPACES.
01 WS-NEW-STATUS      PIC X(1) VALUE SPACE.
01 WS-NEW-INQUIRY     PIC X(1) VALUE SPACE.
01 WS-NEW-MAINTAIN    PIC X(1) VALUE SPACE.
01 WS-NEW-RESTORE     PIC X(1) VALUE SPACE.
01 WS-NEW-RUNCTL      PIC X(1) VALUE SPACE.
01 WS-NEW-SECURITY    PIC X(1) VALUE SPACE.
01 WS-RUN-DATE        PIC X(10) VALUE SPACES.
01 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.

PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:4)  TO WS-RUN-DATE(1:4)
       MOVE "-"                  TO WS-RUN-DATE(5:1)
       MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2)
       MOVE "-"                  TO WS-RUN-DATE(8:1)
       MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2)

       OPEN I-O OPERATOR-FILE
       IF WS-OPR-STATUS = "35"
           OPEN OUTPUT OPERATOR-FILE
           CLOSE OPERATOR-FILE
           OPEN I-O OPERATOR-FILE
       END-IF

       PERFORM CHECK-FOR-PROFILES
       IF WS-EMPTY-FILE-SW = "Y"
           PERFORM ENROL-FIRST-ADMINISTRATOR
       ELSE
           PERFORM SIGN-ON-OPERATOR
       END-IF

       IF WS-SIGNED-ON-SW NOT = "Y"
           DISPLAY "Sign-on failed - session ended"
           MOVE 12 TO RETURN-CODE
       ELSE
           IF WS-AUTH-SECURITY NOT = "Y"
               MOVE "SECURITY" TO WS-AUTH-FUNCTION
               MOVE "FUNCTION NOT AUTHORIZED" TO WS-VIOL-REASON
               PERFORM WRITE-VIOLATION-RECORD
               DISPLAY "Operator " WS-OPERATOR-ID " is not authorized "
                       "for operator maintenance - attempt logged"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-DONE-SW = "Y"
                   PERFORM DISPLAY-MENU
                   PERFORM PROCESS-CHOICE
               END-PERFORM
           END-IF
       END-IF

       CLOSE OPERATOR-FILE
       PERFORM WRITE-AUDIT-RECORD
       STOP RUN.

CHECK-FOR-PROFILES.
       MOVE "N" TO WS-EMPTY-FILE-SW
       MOVE LOW-VALUES TO OPR-USER-ID
       START OPERATOR-FILE KEY IS GREATER THAN OPR-USER-ID
           INVALID KEY
               MOVE "Y" TO WS-EMPTY-FILE-SW
       END-START.

ENROL-FIRST-ADMINISTRATOR.
       DISPLAY "No operator profiles on file - enrol the first "
               "security administrator"
       DISPLAY "Operator ID: "
       ACCEPT WS-OPERATOR-ID
       MOVE WS-OPERATOR-ID TO OPR-USER-ID
       PERFORM ACCEPT-NEW-PASSWORD
       IF OPR-USER-ID = SPACES
           DISPLAY "Operator ID must not be blank"
           MOVE "N" TO WS-VALID-SW
       END-IF
       IF WS-VALID-SW = "Y"
           DISPLAY "Name: "
           ACCEPT OPR-NAME
           MOVE WS-NEW-PASSWORD TO OPR-PASSWORD
           MOVE "A" TO OPR-STATUS
           MOVE "Y" TO OPR-AUTH-INQUIRY
           MOVE "Y" TO OPR-AUTH-MAINTAIN
           MOVE "Y" TO OPR-AUTH-RESTORE
           MOVE "Y" TO OPR-AUTH-RUNCTL
           MOVE "Y" TO OPR-AUTH-SECURITY
           MOVE WS-RUN-DATE TO OPR-LAST-CHANGED
           WRITE OPR-RECORD
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "Enrolment failed - status " WS-OPR-STATUS
           ELSE
               ADD 1 TO WS-UPDATES-MADE
               MOVE "Y" TO WS-SIGNED-ON-SW
               MOVE "Y" TO WS-AUTH-SECURITY
               DISPLAY "Security administrator " WS-OPERATOR-ID
                       " enrolled and signed on"
           END-IF
       END-IF.

SIGN-ON-OPERATOR.
       MOVE "N" TO WS-SIGNED-ON-SW
       MOVE ZERO TO WS-SIGNON-TRIES
       MOVE "SIGNON" TO WS-AUTH-FUNCTION
       PERFORM UNTIL WS-SIGNED-ON-SW = "Y"
               OR WS-SIGNON-TRIES >= WS-SIGNON-LIMIT
           PERFORM ACCEPT-SIGN-ON
       END-PERFORM.

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
                       MOVE OPR-AUTH-SECURITY TO WS-AUTH-SECURITY
               END-EVALUATE
       END-READ
       IF WS-SIGNED-ON-SW NOT = "Y"
           PERFORM WRITE-VIOLATION-RECORD
       END-IF.

DISPLAY-MENU.
       DISPLAY " "
       DISPLAY "OPERATOR PROFILE MAINTENANCE MENU"
       DISPLAY "1. Add operator"
       DISPLAY "2. Change operator authorities or status"
       DISPLAY "3. Reset operator password"
       DISPLAY "4. Inquire operator"
       DISPLAY "5. List operators"
       DISPLAY "6. Exit"
       DISPLAY "Enter choice: "
       ACCEPT WS-MENU-CHOICE.

PROCESS-CHOICE.
       EVALUATE WS-MENU-CHOICE
           WHEN "1"
               ADD 1 TO WS-FUNCTIONS-USED
               PERFORM ADD-OPERATOR
           WHEN "2"
               ADD 1 TO WS-FUNCTIONS-USED
               PERFORM CHANGE-OPERATOR
           WHEN "3"
               ADD 1 TO WS-FUNCTIONS-USED
               PERFORM RESET-OPERATOR-PASSWORD
           WHEN "4"
               ADD 1 TO WS-FUNCTIONS-USED
               PERFORM INQUIRE-OPERATOR
           WHEN "5"
               ADD 1 TO WS-FUNCTIONS-USED
               PERFORM LIST-OPERATORS
           WHEN "6"
               MOVE "Y" TO WS-DONE-SW
           WHEN OTHER
               DISPLAY "Invalid choice - try again"
       END-EVALUATE.

ADD-OPERATOR.
       DISPLAY "Enter operator ID: "
       ACCEPT OPR-USER-ID
       IF OPR-USER-ID = SPACES
           DISPLAY "Operator ID must not be blank"
       ELSE
           PERFORM ACCEPT-NEW-PASSWORD
           IF WS-VALID-SW = "Y"
               DISPLAY "Enter name: "
               ACCEPT WS-NEW-NAME
               MOVE "A" TO WS-NEW-STATUS
               PERFORM ACCEPT-AUTHORITIES
           END-IF
           IF WS-VALID-SW = "Y"
               MOVE WS-NEW-PASSWORD TO OPR-PASSWORD
               PERFORM MOVE-OPERATOR-TERMS
               WRITE OPR-RECORD
               IF WS-OPR-STATUS NOT = "00"
                   DISPLAY "Add failed - operator ID already exists, "
                           "status " WS-OPR-STATUS
               ELSE
                   ADD 1 TO WS-UPDATES-MADE
                   DISPLAY "Operator added"
               END-IF
           END-IF
       END-IF.

CHANGE-OPERATOR.
       DISPLAY "Enter operator ID to change: "
       ACCEPT OPR-USER-ID
       READ OPERATOR-FILE
           INVALID KEY
               DISPLAY "No operator profile for that ID"
           NOT INVALID KEY
               PERFORM SHOW-OPERATOR
               DISPLAY "Enter new name: "
               ACCEPT WS-NEW-NAME
               DISPLAY "Enter status (A=active, D=disabled): "
               ACCEPT WS-NEW-STATUS
               MOVE "Y" TO WS-VALID-SW
               IF WS-NEW-STATUS NOT = "A" AND WS-NEW-STATUS NOT = "D"
                   DISPLAY "Status must be A or D"
                   MOVE "N" TO WS-VALID-SW
               END-IF
               IF WS-VALID-SW = "Y"
                   PERFORM ACCEPT-AUTHORITIES
               END-IF
               IF WS-VALID-SW = "Y"
               AND OPR-USER-ID = WS-OPERATOR-ID
               AND (WS-NEW-STATUS NOT = "A"
                    OR WS-NEW-SECURITY NOT = "Y")
                   DISPLAY "You may not disable or remove security "
                           "authority from your own profile"
                   MOVE "N" TO WS-VALID-SW
               END-IF
               IF WS-VALID-SW = "Y"
                   PERFORM MOVE-OPERATOR-TERMS
                   REWRITE OPR-RECORD
                   IF WS-OPR-STATUS NOT = "00"
                       DISPLAY "Change failed - status " WS-OPR-STATUS
                   ELSE
                       ADD 1 TO WS-UPDATES-MADE
                       DISPLAY "Operator changed"
                   END-IF
               END-IF
       END-READ.

RESET-OPERATOR-PASSWORD.
       DISPLAY "Enter operator ID: "
       ACCEPT OPR-USER-ID
       READ OPERATOR-FILE
           INVALID KEY
               DISPLAY "No operator profile for that ID"
           NOT INVALID KEY
               PERFORM ACCEPT-NEW-PASSWORD
               IF WS-VALID-SW = "Y"
                   MOVE WS-NEW-PASSWORD TO OPR-PASSWORD
                   MOVE WS-RUN-DATE TO OPR-LAST-CHANGED
                   REWRITE OPR-RECORD
                   IF WS-OPR-STATUS NOT = "00"
                       DISPLAY "Reset failed - status " WS-OPR-STATUS
                   ELSE
                       ADD 1 TO WS-UPDATES-MADE
                       DISPLAY "Password reset"
                   END-IF
               END-IF
       END-READ.

INQUIRE-OPERATOR.
       DISPLAY "Enter operator ID to inquire: "
       ACCEPT OPR-USER-ID
       READ OPERATOR-FILE
           INVALID KEY
               DISPLAY "No operator profile for that ID"
           NOT INVALID KEY
               PERFORM SHOW-OPERATOR
       END-READ.

LIST-OPERATORS.
       MOVE ZERO TO WS-LIST-COUNT
       MOVE LOW-VALUES TO OPR-USER-ID
       START OPERATOR-FILE KEY IS GREATER THAN OPR-USER-ID
           INVALID KEY
               CONTINUE
       END-START
       IF WS-OPR-STATUS = "00"
           DISPLAY "  ID        NAME                            ST  "
                   "INQ MNT RST RUN SEC  CHANGED"
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ OPERATOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY "  " OPR-USER-ID "  " OPR-NAME
                               "  " OPR-STATUS
                               "    " OPR-AUTH-INQUIRY
                               "   " OPR-AUTH-MAINTAIN
                               "   " OPR-AUTH-RESTORE
                               "   " OPR-AUTH-RUNCTL
                               "   " OPR-AUTH-SECURITY
                               "  " OPR-LAST-CHANGED
               END-READ
           END-PERFORM
       END-IF
       DISPLAY "Operators listed: " WS-LIST-COUNT.

ACCEPT-NEW-PASSWORD.
       MOVE "Y" TO WS-VALID-SW
       DISPLAY "Enter new password: "
       ACCEPT WS-NEW-PASSWORD
       DISPLAY "Enter new password again: "
       ACCEPT WS-CONFIRM-PASSWORD
       IF WS-NEW-PASSWORD = SPACES
           DISPLAY "Password must not be blank"
           MOVE "N" TO WS-VALID-SW
       ELSE
           IF WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
               DISPLAY "Passwords do not match"
               MOVE "N" TO WS-VALID-SW
           END-IF
       END-IF.

ACCEPT-AUTHORITIES.
       MOVE "Y" TO WS-VALID-SW
       DISPLAY "Inquiry authority (Y/N): "
       ACCEPT WS-NEW-INQUIRY
       DISPLAY "Maintain authority (Y/N): "
       ACCEPT WS-NEW-MAINTAIN
       DISPLAY "Restore/merge authority (Y/N): "
       ACCEPT WS-NEW-RESTORE
       DISPLAY "Run-control reset authority (Y/N): "
       ACCEPT WS-NEW-RUNCTL
       DISPLAY "Security administration authority (Y/N): "
       ACCEPT WS-NEW-SECURITY
       IF (WS-NEW-INQUIRY NOT = "Y" AND WS-NEW-INQUIRY NOT = "N")
       OR (WS-NEW-MAINTAIN NOT = "Y" AND WS-NEW-MAINTAIN NOT = "N")
       OR (WS-NEW-RESTORE NOT = "Y" AND WS-NEW-RESTORE NOT = "N")
       OR (WS-NEW-RUNCTL NOT = "Y" AND WS-NEW-RUNCTL NOT = "N")
       OR (WS-NEW-SECURITY NOT = "Y" AND WS-NEW-SECURITY NOT = "N")
           DISPLAY "Each authority must be Y or N"
           MOVE "N" TO WS-VALID-SW
       END-IF.

MOVE-OPERATOR-TERMS.
       MOVE WS-NEW-NAME     TO OPR-NAME
       MOVE WS-NEW-STATUS   TO OPR-STATUS
       MOVE WS-NEW-INQUIRY  TO OPR-AUTH-INQUIRY
       MOVE WS-NEW-MAINTAIN TO OPR-AUTH-MAINTAIN
       MOVE WS-NEW-RESTORE  TO OPR-AUTH-RESTORE
       MOVE WS-NEW-RUNCTL   TO OPR-AUTH-RUNCTL
       MOVE WS-NEW-SECURITY TO OPR-AUTH-SECURITY
       MOVE WS-RUN-DATE     TO OPR-LAST-CHANGED.

SHOW-OPERATOR.
       DISPLAY "Operator ID:       " OPR-USER-ID
       DISPLAY "Name:              " OPR-NAME
       DISPLAY "Status:            " OPR-STATUS
       DISPLAY "Inquiry:           " OPR-AUTH-INQUIRY
       DISPLAY "Maintain:          " OPR-AUTH-MAINTAIN
       DISPLAY "Restore/merge:     " OPR-AUTH-RESTORE
       DISPLAY "Run-control reset: " OPR-AUTH-RUNCTL
       DISPLAY "Security admin:    " OPR-AUTH-SECURITY
       DISPLAY "Last changed:      " OPR-LAST-CHANGED.

WRITE-VIOLATION-RECORD.
       OPEN EXTEND VIOLATION-LOG
       IF WS-SECV-STATUS NOT = "00"
           OPEN OUTPUT VIOLATION-LOG
       END-IF
       MOVE FUNCTION CURRENT-DATE TO SECV-TIMESTAMP
       MOVE "OPRMAINT"         TO SECV-PROGRAM
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
       MOVE "OPRMAINT"         TO AUDIT-JOB-NAME
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
       MOVE WS-FUNCTIONS-USED  TO AUDIT-RECS-READ
       MOVE WS-UPDATES-MADE    TO AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE WS-OPERATOR-ID     TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-FILE.
