IDENTIFICATION DIVISION.
PROGRAM-ID. STDMAINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT STANDING-CHARGES ASSIGN TO 'standing_charges.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS SCH-ID
    FILE STATUS IS WS-SCH-STATUS.
SELECT ROSTER-MASTER ASSIGN TO 'roster.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS MAINT-ID
    ALTERNATE RECORD KEY IS MAINT-NAME WITH DUPLICATES
    FILE STATUS IS WS-MAINT-STATUS.
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
FD  STANDING-CHARGES.
COPY STDCHG.
FD  ROSTER-MASTER.
COPY ROSTREC REPLACING ==RECNAME== BY ==MAINT-RECORD==,
                       ==F-ID==    BY ==MAINT-ID==,
                       ==F-NAME==  BY ==MAINT-NAME==,
                       ==F-ADDR==  BY ==MAINT-ADDRESS==,
                       ==F-STATUS== BY ==MAINT-STATUS==,
                       ==F-INACT-DATE== BY ==MAINT-INACT-DATE==.
FD  OPERATOR-FILE.
COPY OPERREC.
FD  VIOLATION-LOG.
COPY SECVIOL.
FD  AUDIT-LOG-FILE.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-SCH-STATUS      PIC X(2) VALUE "00".
01 WS-MAINT-STATUS    PIC X(2) VALUE "00".
01 WS-MENU-CHOICE     PIC X(1) VALUE SPACE.
01 WS-DONE-SW         PIC X(1) VALUE "N".
01 WS-EOF-SW          PIC X(1) VALUE "N".
01 WS-VALID-SW        PIC X(1) VALUE "N".
01 WS-ROSTER-OPEN-SW  PIC X(1) VALUE "N".
01 WS-NEW-ID          PIC X(5) VALUE SPACES.
01 WS-NEW-ID-NUM REDEFINES WS-NEW-ID PIC 9(5).
01 WS-NEW-MEMBER      PIC X(5) VALUE SPACES.
01 WS-NEW-MEMBER-NUM REDEFINES WS-NEW-MEMBER PIC 9(5).
01 WS-NEW-STATUS      PIC X(1) VALUE SPACE.
01 WS-NEW-TYPE        PIC X(1) VALUE SPACE.
01 WS-NEW-NUM1        PIC X(3) VALUE SPACES.
01 WS-NEW-NUM1-NUM REDEFINES WS-NEW-NUM1 PIC 9(3).
01 WS-NEW-NUM2        PIC X(3) VALUE SPACES.
01 WS-NEW-NUM2-NUM REDEFINES WS-NEW-NUM2 PIC 9(3).
01 WS-NEW-FREQUENCY   PIC X(1) VALUE SPACE.
01 WS-NEW-START       PIC X(10) VALUE SPACES.
01 WS-NEW-STOP        PIC X(10) VALUE SPACES.
01 WS-NEW-DESC        PIC X(20) VALUE SPACES.
01 WS-CHECK-DATE      PIC X(10) VALUE SPACES.
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

       OPEN I-O STANDING-CHARGES
       IF WS-SCH-STATUS = "35"
           OPEN OUTPUT STANDING-CHARGES
           CLOSE STANDING-CHARGES
           OPEN I-O STANDING-CHARGES
       END-IF
       OPEN INPUT ROSTER-MASTER
       IF WS-MAINT-STATUS = "00"
           MOVE "Y" TO WS-ROSTER-OPEN-SW
       ELSE
           DISPLAY "Roster master not available - status "
                   WS-MAINT-STATUS " - member entries cannot be added"
       END-IF

       PERFORM UNTIL WS-DONE-SW = "Y"
           PERFORM DISPLAY-MENU
           PERFORM PROCESS-CHOICE
       END-PERFORM

       CLOSE STANDING-CHARGES
       IF WS-ROSTER-OPEN-SW = "Y"
           CLOSE ROSTER-MASTER
       END-IF
       PERFORM WRITE-AUDIT-RECORD
       STOP RUN.

DISPLAY-MENU.
       DISPLAY " "
       DISPLAY "STANDING CHARGE MAINTENANCE MENU"
       DISPLAY "1. Add standing charge"
       DISPLAY "2. Change standing charge"
       DISPLAY "3. Delete standing charge"
       DISPLAY "4. Inquire standing charge"
       DISPLAY "5. List standing charges"
       DISPLAY "6. Exit"
       DISPLAY "Enter choice: "
       ACCEPT WS-MENU-CHOICE.

PROCESS-CHOICE.
       PERFORM SET-CHOICE-FUNCTION
       PERFORM CHECK-AUTHORITY
       IF WS-AUTHORIZED-SW = "Y"
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM ADD-STANDING-CHARGE
               WHEN "2"
                   PERFORM CHANGE-STANDING-CHARGE
               WHEN "3"
                   PERFORM DELETE-STANDING-CHARGE
               WHEN "4"
                   PERFORM INQUIRE-STANDING-CHARGE
               WHEN "5"
                   PERFORM LIST-STANDING-CHARGES
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

ADD-STANDING-CHARGE.
       PERFORM ACCEPT-ENTRY-ID
       IF WS-VALID-SW = "Y"
           PERFORM ACCEPT-CHARGE-TERMS
       END-IF
       IF WS-VALID-SW = "Y"
           MOVE WS-NEW-ID-NUM TO SCH-ID
           PERFORM MOVE-CHARGE-TERMS
           MOVE SPACES TO SCH-LAST-GEN-DATE
           WRITE SCH-RECORD
           IF WS-SCH-STATUS NOT = "00"
               DISPLAY "Add failed - entry number already on file, "
                       "status " WS-SCH-STATUS
           ELSE
               DISPLAY "Standing charge added"
               ADD 1 TO WS-UPDATES-MADE
           END-IF
       END-IF.

CHANGE-STANDING-CHARGE.
       PERFORM ACCEPT-ENTRY-ID
       IF WS-VALID-SW = "Y"
           READ STANDING-CHARGES
               INVALID KEY
                   DISPLAY "No standing charge with that entry number"
               NOT INVALID KEY
                   PERFORM SHOW-STANDING-CHARGE
                   PERFORM ACCEPT-CHARGE-TERMS
                   IF WS-VALID-SW = "Y"
                       PERFORM MOVE-CHARGE-TERMS
                       REWRITE SCH-RECORD
                       IF WS-SCH-STATUS NOT = "00"
                           DISPLAY "Change failed - status "
                                   WS-SCH-STATUS
                       ELSE
                           DISPLAY "Standing charge changed"
                           ADD 1 TO WS-UPDATES-MADE
                       END-IF
                   END-IF
           END-READ
       END-IF.

DELETE-STANDING-CHARGE.
       PERFORM ACCEPT-ENTRY-ID
       IF WS-VALID-SW = "Y"
           READ STANDING-CHARGES
               INVALID KEY
                   DISPLAY "No standing charge with that entry number"
               NOT INVALID KEY
                   IF SCH-LAST-GEN-DATE NOT = SPACES
                       DISPLAY "Entry last generated " SCH-LAST-GEN-DATE
                               " - set a stop date instead so its "
                               "history stays on file"
                   ELSE
                       DELETE STANDING-CHARGES RECORD
                       IF WS-SCH-STATUS NOT = "00"
                           DISPLAY "Delete failed - status "
                                   WS-SCH-STATUS
                       ELSE
                           DISPLAY "Standing charge deleted"
                           ADD 1 TO WS-UPDATES-MADE
                       END-IF
                   END-IF
           END-READ
       END-IF.

INQUIRE-STANDING-CHARGE.
       PERFORM ACCEPT-ENTRY-ID
       IF WS-VALID-SW = "Y"
           READ STANDING-CHARGES
               INVALID KEY
                   DISPLAY "No standing charge with that entry number"
               NOT INVALID KEY
                   PERFORM SHOW-STANDING-CHARGE
           END-READ
       END-IF.

LIST-STANDING-CHARGES.
       MOVE ZERO TO WS-MATCH-COUNT
       MOVE ZERO TO SCH-ID
       START STANDING-CHARGES KEY IS NOT LESS THAN SCH-ID
           INVALID KEY
               CONTINUE
       END-START
       IF WS-SCH-STATUS = "00"
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ STANDING-CHARGES NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-MATCH-COUNT
                       PERFORM LIST-STANDING-CHARGE
               END-READ
           END-PERFORM
       END-IF
       IF WS-MATCH-COUNT = ZERO
           DISPLAY "No standing charges on file"
       ELSE
           DISPLAY "Entries listed: " WS-MATCH-COUNT
       END-IF.

ACCEPT-ENTRY-ID.
       MOVE "Y" TO WS-VALID-SW
       DISPLAY "Enter entry number (5 digits): "
       ACCEPT WS-NEW-ID
       IF WS-NEW-ID IS NOT NUMERIC
           DISPLAY "Entry number must be 5 digits"
           MOVE "N" TO WS-VALID-SW
       ELSE
           MOVE WS-NEW-ID-NUM TO SCH-ID
       END-IF.

ACCEPT-CHARGE-TERMS.
       MOVE "Y" TO WS-VALID-SW
       DISPLAY "Enter member ID (blank = every member of a status): "
       ACCEPT WS-NEW-MEMBER
       MOVE SPACE TO WS-NEW-STATUS
       IF WS-NEW-MEMBER = SPACES
           DISPLAY "Enter member status to charge (A = all active): "
           ACCEPT WS-NEW-STATUS
       END-IF
       DISPLAY "Enter type code: "
       ACCEPT WS-NEW-TYPE
       DISPLAY "Enter first number (3 digits): "
       ACCEPT WS-NEW-NUM1
       DISPLAY "Enter second number (3 digits): "
       ACCEPT WS-NEW-NUM2
       DISPLAY "Enter frequency (M = monthly, Q = quarterly, "
               "A = annually): "
       ACCEPT WS-NEW-FREQUENCY
       DISPLAY "Enter start date (YYYY-MM-DD): "
       ACCEPT WS-NEW-START
       DISPLAY "Enter stop date (YYYY-MM-DD, blank = no stop date): "
       ACCEPT WS-NEW-STOP
       DISPLAY "Enter description: "
       ACCEPT WS-NEW-DESC
       PERFORM VALIDATE-CHARGE-TERMS.

VALIDATE-CHARGE-TERMS.
       IF WS-NEW-MEMBER = SPACES
           IF WS-NEW-STATUS = SPACE OR WS-NEW-STATUS = "I"
               DISPLAY "A status-wide charge needs a status other "
                       "than I"
               MOVE "N" TO WS-VALID-SW
           END-IF
       ELSE
           PERFORM CHECK-CHARGE-MEMBER
       END-IF
       IF WS-NEW-TYPE = SPACE
           DISPLAY "Type code is required"
           MOVE "N" TO WS-VALID-SW
       END-IF
       IF WS-NEW-NUM1 IS NOT NUMERIC OR WS-NEW-NUM2 IS NOT NUMERIC
           DISPLAY "Both numbers must be 3 digits"
           MOVE "N" TO WS-VALID-SW
       END-IF
       IF WS-NEW-FREQUENCY NOT = "M" AND WS-NEW-FREQUENCY NOT = "Q"
       AND WS-NEW-FREQUENCY NOT = "A"
           DISPLAY "Frequency must be M, Q or A"
           MOVE "N" TO WS-VALID-SW
       END-IF
       MOVE WS-NEW-START TO WS-CHECK-DATE
       PERFORM CHECK-DATE-FORMAT
       IF WS-NEW-STOP NOT = SPACES
           MOVE WS-NEW-STOP TO WS-CHECK-DATE
           PERFORM CHECK-DATE-FORMAT
           IF WS-NEW-STOP < WS-NEW-START
               DISPLAY "Stop date is before the start date"
               MOVE "N" TO WS-VALID-SW
           END-IF
       END-IF.

CHECK-CHARGE-MEMBER.
       IF WS-NEW-MEMBER IS NOT NUMERIC
           DISPLAY "Member ID must be 5 digits"
           MOVE "N" TO WS-VALID-SW
       ELSE
           IF WS-ROSTER-OPEN-SW NOT = "Y"
               DISPLAY "Roster master not available - member cannot "
                       "be verified"
               MOVE "N" TO WS-VALID-SW
           ELSE
               MOVE WS-NEW-MEMBER-NUM TO MAINT-ID
               READ ROSTER-MASTER
                   INVALID KEY
                       DISPLAY "Member " WS-NEW-MEMBER
                               " is not on the roster master"
                       MOVE "N" TO WS-VALID-SW
                   NOT INVALID KEY
                       IF MAINT-STATUS = "I"
                           DISPLAY "Member " WS-NEW-MEMBER
                                   " is inactive - not charged"
                           MOVE "N" TO WS-VALID-SW
                       ELSE
                           DISPLAY "Member: " MAINT-NAME
                       END-IF
               END-READ
           END-IF
       END-IF.

CHECK-DATE-FORMAT.
       IF WS-CHECK-DATE(1:4) IS NOT NUMERIC
       OR WS-CHECK-DATE(6:2) IS NOT NUMERIC
       OR WS-CHECK-DATE(9:2) IS NOT NUMERIC
       OR WS-CHECK-DATE(5:1) NOT = "-" OR WS-CHECK-DATE(8:1) NOT = "-"
           DISPLAY "Dates must be YYYY-MM-DD"
           MOVE "N" TO WS-VALID-SW
       END-IF.

MOVE-CHARGE-TERMS.
       MOVE WS-NEW-MEMBER    TO SCH-MEMBER-ID
       MOVE WS-NEW-STATUS    TO SCH-STATUS-CODE
       MOVE WS-NEW-TYPE      TO SCH-TYPE-CODE
       MOVE WS-NEW-NUM1-NUM  TO SCH-NUM1
       MOVE WS-NEW-NUM2-NUM  TO SCH-NUM2
       MOVE WS-NEW-FREQUENCY TO SCH-FREQUENCY
       MOVE WS-NEW-START     TO SCH-START-DATE
       MOVE WS-NEW-STOP      TO SCH-STOP-DATE
       MOVE WS-NEW-DESC      TO SCH-DESCRIPTION.

SHOW-STANDING-CHARGE.
       DISPLAY "Entry number:   " SCH-ID
       IF SCH-MEMBER-ID = SPACES
           DISPLAY "Charged to:     all status " SCH-STATUS-CODE
                   " members"
       ELSE
           DISPLAY "Charged to:     member " SCH-MEMBER-ID
       END-IF
       DISPLAY "Description:    " SCH-DESCRIPTION
       DISPLAY "Type code:      " SCH-TYPE-CODE
       DISPLAY "Numbers:        " SCH-NUM1 " " SCH-NUM2
       DISPLAY "Frequency:      " SCH-FREQUENCY
       DISPLAY "Start date:     " SCH-START-DATE
       DISPLAY "Stop date:      " SCH-STOP-DATE
       DISPLAY "Last generated: " SCH-LAST-GEN-DATE.

LIST-STANDING-CHARGE.
       IF SCH-MEMBER-ID = SPACES
           DISPLAY "  " SCH-ID "  ALL-" SCH-STATUS-CODE "  "
                   SCH-TYPE-CODE " " SCH-NUM1 " " SCH-NUM2 "  "
                   SCH-FREQUENCY "  " SCH-START-DATE " "
                   SCH-STOP-DATE "  " SCH-DESCRIPTION
                   "  LAST " SCH-LAST-GEN-DATE
       ELSE
           DISPLAY "  " SCH-ID "  " SCH-MEMBER-ID "  "
                   SCH-TYPE-CODE " " SCH-NUM1 " " SCH-NUM2 "  "
                   SCH-FREQUENCY "  " SCH-START-DATE " "
                   SCH-STOP-DATE "  " SCH-DESCRIPTION
                   "  LAST " SCH-LAST-GEN-DATE
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
       MOVE "STDMAINT"         TO SECV-PROGRAM
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
       MOVE "STDMAINT"         TO AUDIT-JOB-NAME
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
       MOVE WS-FUNCTIONS-USED  TO AUDIT-RECS-READ
       MOVE WS-UPDATES-MADE    TO AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE WS-OPERATOR-ID     TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-FILE.
