SELECT HISTORY-FILE ASSIGN TO 'roster_history.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-HIST-STATUS.
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
                       ==F-INACT-DATE== BY ==MAINT-INACT-DATE==.
FD  HISTORY-FILE.
COPY HISTREC.
FD  OPERATOR-FILE.
COPY OPERREC.
FD  VIOLATION-LOG.
COPY SECVIOL.
FD  AUDIT-LOG-FILE.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-MAINT-STATUS    PIC X(2) VALUE "00".
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
       MOVE "-"                  TO WS-RUN-DATE(8:1)
       MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2)

       PERFORM SIGN-ON-OPERATOR
       IF WS-SIGNED-ON-SW NOT = "Y"
           DISPLAY "Sign-on failed - session ended"
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       OPEN I-O ROSTER-MASTER
       IF WS-MAINT-STATUS = "35"
           OPEN OUTPUT ROSTER-MASTER
       END-PERFORM

       CLOSE ROSTER-MASTER
       PERFORM WRITE-AUDIT-RECORD
       STOP RUN.

DISPLAY-MENU.
       ACCEPT WS-MENU-CHOICE.

PROCESS-CHOICE.
       PERFORM SET-CHOICE-FUNCTION
       PERFORM CHECK-AUTHORITY
       IF WS-AUTHORIZED-SW = "Y"
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM ADD-ROSTER-ENTRY
               WHEN "2"
                   PERFORM CHANGE-ROSTER-ENTRY
               WHEN "3"
                   PERFORM DELETE-ROSTER-ENTRY
               WHEN "4"
                   PERFORM INQUIRE-ROSTER-ENTRY
               WHEN "5"
                   PERFORM SEARCH-BY-NAME
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

ADD-ROSTER-ENTRY.
           MOVE SPACES TO WS-HIST-BEFORE
           MOVE MAINT-RECORD TO WS-HIST-AFTER
           PERFORM WRITE-HISTORY-RECORD
           ADD 1 TO WS-UPDATES-MADE
           DISPLAY "Roster entry added"
       END-IF.

                   MOVE "C" TO WS-HIST-ACTION
                   MOVE MAINT-RECORD TO WS-HIST-AFTER
                   PERFORM WRITE-HISTORY-RECORD
                   ADD 1 TO WS-UPDATES-MADE
                   DISPLAY "Roster entry changed"
               END-IF
       END-READ.
                   MOVE "D" TO WS-HIST-ACTION
                   MOVE SPACES TO WS-HIST-AFTER
                   PERFORM WRITE-HISTORY-RECORD
                   ADD 1 TO WS-UPDATES-MADE
                   DISPLAY "Roster entry deleted"
               END-IF
       END-READ.
       MOVE WS-HIST-ACTION TO HIST-ACTION
       MOVE WS-HIST-BEFORE TO HIST-BEFORE-IMAGE
       MOVE WS-HIST-AFTER  TO HIST-AFTER-IMAGE
       MOVE WS-OPERATOR-ID TO HIST-OPERATOR-ID
       WRITE HIST-RECORD
       CLOSE HISTORY-FILE.

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
       MOVE "ROSTMNT"          TO SECV-PROGRAM
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
       MOVE "ROSTMNT"          TO AUDIT-JOB-NAME
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
       MOVE WS-FUNCTIONS-USED  TO AUDIT-RECS-READ
       MOVE WS-UPDATES-MADE    TO AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE WS-OPERATOR-ID     TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-FILE.
