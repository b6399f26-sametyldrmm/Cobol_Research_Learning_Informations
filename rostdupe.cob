    ACCESS MODE IS DYNAMIC
    RECORD KEY IS SUSP-KEY
    FILE STATUS IS WS-SUSP-STATUS.
SELECT DISPUTE-MASTER ASSIGN TO 'disputes.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS DSP-ID
    FILE STATUS IS WS-DSP-STATUS.
SELECT STANDING-CHARGES ASSIGN TO 'standing_charges.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS SCH-ID
    FILE STATUS IS WS-SCH-STATUS.
SELECT CHARGE-DETAIL ASSIGN TO 'charge_detail.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-DETAIL-STATUS.
SELECT AUDIT-LOG-FILE ASSIGN TO 'audit.log'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-STATUS.
SELECT OPERATOR-FILE ASSIGN TO 'operators.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS OPR-USER-ID
    FILE STATUS IS WS-OPR-STATUS.
SELECT VIOLATION-LOG ASSIGN TO 'security_violations.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-SECV-STATUS.

DATA DIVISION.
FILE SECTION.
COPY BALREC.
FD  SUSPENSE-MASTER.
COPY SUSPREC.
FD  DISPUTE-MASTER.
COPY DSPREC.
FD  STANDING-CHARGES.
COPY STDCHG.
FD  CHARGE-DETAIL.
COPY CHGDTL.
FD  RESULTS-HISTORY.
01 REPORT-LINE         PIC X(132).
FD  AUDIT-LOG-FILE.
COPY AUDITREC.
FD  OPERATOR-FILE.
COPY OPERREC.
FD  VIOLATION-LOG.
COPY SECVIOL.

WORKING-STORAGE SECTION.
01 WS-MAINT-STATUS    PIC X(2) VALUE "00".
01 WS-BAL-STATUS      PIC X(2) VALUE "00".
01 WS-SUSP-STATUS     PIC X(2) VALUE "00".
01 WS-DSP-STATUS      PIC X(2) VALUE "00".
01 WS-SCH-STATUS      PIC X(2) VALUE "00".
01 WS-DETAIL-STATUS   PIC X(2) VALUE "00".
01 WS-RESHX-STATUS    PIC X(2) VALUE "00".
01 WS-PEND-STATUS     PIC X(2) VALUE "00".
01 WS-DTLS-REPOINTED  PIC 9(7) VALUE ZERO.
01 WS-PENDS-REPOINTED PIC 9(7) VALUE ZERO.
01 WS-RESHX-REPOINTED PIC 9(7) VALUE ZERO.
01 WS-DSPS-REPOINTED  PIC 9(7) VALUE ZERO.
01 WS-SCHS-REPOINTED  PIC 9(7) VALUE ZERO.
01 WS-FOLD-WORK       PIC X(30) VALUE SPACES.
01 WS-FOLD-TEMP       PIC X(30) VALUE SPACES.
01 WS-FOLD-SUB        PIC 9(2) VALUE ZERO COMP.
01 WS-FOLD-LEN        PIC 9(2) VALUE ZERO COMP.
01 WS-RUN-DATE        PIC X(10) VALUE SPACES.
01 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
01 WS-OPR-STATUS      PIC X(2) VALUE "00".
01 WS-SECV-STATUS     PIC X(2) VALUE "00".
01 WS-OPERATOR-ID     PIC X(8) VALUE SPACES.
01 WS-SIGNON-PASSWORD PIC X(8) VALUE SPACES.
01 WS-SIGNON-TRIES    PIC 9(1) VALUE ZERO.
01 WS-SIGNON-LIMIT    PIC 9(1) VALUE 1.
01 WS-SIGNED-ON-SW    PIC X(1) VALUE "N".
01 WS-AUTHORIZED-SW   PIC X(1) VALUE "N".
01 WS-AUTH-FUNCTION   PIC X(8) VALUE SPACES.
01 WS-AUTH-INQUIRY    PIC X(1) VALUE "N".
01 WS-AUTH-MAINTAIN   PIC X(1) VALUE "N".
01 WS-AUTH-RESTORE    PIC X(1) VALUE "N".
01 WS-AUTH-RUNCTL     PIC X(1) VALUE "N".
01 WS-VIOL-REASON     PIC X(30) VALUE SPACES.

01 WS-DUP-COUNT       PIC 9(4) VALUE ZERO COMP.
01 WS-DUP-MAX         PIC 9(4) VALUE 5000 COMP.
       MOVE "-"                  TO WS-RUN-DATE(8:1)
       MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2)

       PERFORM SIGN-ON-OPERATOR
       IF WS-SIGNED-ON-SW NOT = "Y"
           DISPLAY "Operator sign-on failed - run refused"
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       ACCEPT WS-RUN-MODE
       EVALUATE WS-RUN-MODE
           WHEN "REPORT"
               MOVE "INQUIRY" TO WS-AUTH-FUNCTION
               PERFORM CHECK-AUTHORITY
               IF WS-AUTHORIZED-SW = "Y"
                   PERFORM REPORT-DUPLICATES
               ELSE
                   MOVE 12 TO RETURN-CODE
               END-IF
           WHEN "MERGE"
               MOVE "RESTORE" TO WS-AUTH-FUNCTION
               PERFORM CHECK-AUTHORITY
               IF WS-AUTHORIZED-SW = "Y"
                   PERFORM MERGE-DUPLICATE-MEMBER
               ELSE
                   MOVE 12 TO RETURN-CODE
               END-IF
           WHEN OTHER
               DISPLAY "Unknown run mode: " WS-RUN-MODE
               DISPLAY "Use REPORT or MERGE"
                   PERFORM REPOINT-RESULTS-HISTORY
                   PERFORM REPOINT-SUSPENSE-ITEMS
                   PERFORM REPOINT-PENDING-TRANS
                   PERFORM REPOINT-DISPUTES
                   PERFORM REPOINT-STANDING-CHARGES
                   PERFORM DELETE-LOSING-MEMBER
                   DISPLAY "Merged member " WS-LOSER-ID
                           " into " WS-SURVIVOR-ID
                           WS-SUSP-REPOINTED
                   DISPLAY "Pending trans re-pointed:  "
                           WS-PENDS-REPOINTED
                   DISPLAY "Disputes re-pointed:       "
                           WS-DSPS-REPOINTED
                   DISPLAY "Standing charges re-pointed: "
                           WS-SCHS-REPOINTED
               END-IF
           END-IF
       END-IF.
           MOVE 8 TO RETURN-CODE
       END-IF.

REPOINT-DISPUTES.
       OPEN I-O DISPUTE-MASTER
       IF WS-DSP-STATUS NOT = "00"
           DISPLAY "Dispute master not available - nothing to "
                   "re-point"
       ELSE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ DISPUTE-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF DSP-MEMBER-ID = WS-LOSER-ID
                           PERFORM REPOINT-DISPUTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPUTE-MASTER
       END-IF.

REPOINT-DISPUTE.
       MOVE WS-SURVIVOR-ID TO DSP-MEMBER-ID
       REWRITE DSP-RECORD
       IF WS-DSP-STATUS = "00"
           ADD 1 TO WS-DSPS-REPOINTED
       ELSE
           DISPLAY "Dispute re-point rewrite failed for dispute "
                   DSP-ID " - status " WS-DSP-STATUS
           MOVE 8 TO RETURN-CODE
       END-IF.

REPOINT-STANDING-CHARGES.
       OPEN I-O STANDING-CHARGES
       IF WS-SCH-STATUS NOT = "00"
           DISPLAY "Standing charges not available - nothing to "
                   "re-point"
       ELSE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ STANDING-CHARGES NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF SCH-MEMBER-ID = WS-LOSER-ID-X
                           PERFORM REPOINT-STANDING-CHARGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-CHARGES
       END-IF.

REPOINT-STANDING-CHARGE.
       MOVE WS-SURVIVOR-ID-X TO SCH-MEMBER-ID
       REWRITE SCH-RECORD
       IF WS-SCH-STATUS = "00"
           ADD 1 TO WS-SCHS-REPOINTED
       ELSE
           DISPLAY "Standing charge re-point rewrite failed for "
                   "entry " SCH-ID " - status " WS-SCH-STATUS
           MOVE 8 TO RETURN-CODE
       END-IF.

DELETE-LOSING-MEMBER.
       OPEN I-O ROSTER-MASTER
       IF WS-MAINT-STATUS NOT = "00"
       MOVE WS-HIST-ACTION TO HIST-ACTION
       MOVE WS-HIST-BEFORE TO HIST-BEFORE-IMAGE
       MOVE WS-HIST-AFTER  TO HIST-AFTER-IMAGE
       MOVE WS-OPERATOR-ID TO HIST-OPERATOR-ID
       WRITE HIST-RECORD
       CLOSE HISTORY-FILE.

       MOVE WS-RECS-LOADED     TO AUDIT-RECS-READ
       MOVE WS-PAIRS-FLAGGED   TO AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE WS-OPERATOR-ID     TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-FILE.

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
       ACCEPT WS-OPERATOR-ID
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
       IF WS-AUTHORIZED-SW NOT = "Y"
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
       MOVE "ROSTDUPE"         TO SECV-PROGRAM
       MOVE WS-OPERATOR-ID     TO SECV-OPERATOR-ID
       MOVE WS-AUTH-FUNCTION   TO SECV-FUNCTION
       MOVE WS-VIOL-REASON     TO SECV-REASON
       WRITE SECV-RECORD
       CLOSE VIOLATION-LOG.
