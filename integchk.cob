IDENTIFICATION DIVISION.
PROGRAM-ID. INTEGCHK.
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
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS BAL-MEMBER-ID
    FILE STATUS IS WS-BAL-STATUS.
SELECT CHARGE-DETAIL ASSIGN TO 'charge_detail.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-CHGD-STATUS.
SELECT RESULTS-HISTORY ASSIGN TO 'results_history.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-RESHX-STATUS.
SELECT PENDING-FILE ASSIGN TO 'roster_pending.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-PEND-STATUS.
SELECT SUSPENSE-MASTER ASSIGN TO 'suspense.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS SUSP-KEY
    FILE STATUS IS WS-SUSP-STATUS.
SELECT ARCHIVE-FILE ASSIGN TO 'roster_archive.txt'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-ARCH-STATUS.
SELECT REPORT-FILE ASSIGN TO 'integrity_report.txt'
    ORGANIZATION LINE SEQUENTIAL.
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
FD  CHARGE-DETAIL.
COPY CHGDTL.
FD  RESULTS-HISTORY.
COPY RESLTREC.
FD  PENDING-FILE.
COPY MNTTRAN REPLACING ==MNT-RECORD==   BY ==PND-RECORD==,
                       ==MNT-ACTION==   BY ==PND-ACTION==,
                       ==MNT-ID==       BY ==PND-ID==,
                       ==MNT-NAME==     BY ==PND-NAME==,
                       ==MNT-ADDR==     BY ==PND-ADDR==,
                       ==MNT-STATUS==   BY ==PND-STATUS==,
                       ==MNT-EFF-DATE== BY ==PND-EFF-DATE==.
FD  SUSPENSE-MASTER.
COPY SUSPREC.
FD  ARCHIVE-FILE.
COPY ARCHREC.
FD  REPORT-FILE.
01 REPORT-LINE         PIC X(132).
FD  AUDIT-LOG-FILE.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-MAINT-STATUS    PIC X(2) VALUE "00".
01 WS-BAL-STATUS      PIC X(2) VALUE "00".
01 WS-CHGD-STATUS     PIC X(2) VALUE "00".
01 WS-RESHX-STATUS    PIC X(2) VALUE "00".
01 WS-PEND-STATUS     PIC X(2) VALUE "00".
01 WS-SUSP-STATUS     PIC X(2) VALUE "00".
01 WS-ARCH-STATUS     PIC X(2) VALUE "00".
01 WS-AUDIT-STATUS    PIC X(2) VALUE "00".
01 WS-EOF-SW          PIC X(1) VALUE "N".
01 WS-ON-ROSTER-SW    PIC X(1) VALUE "N".
01 WS-ON-BALANCE-SW   PIC X(1) VALUE "N".
01 WS-RUN-DATE        PIC X(10) VALUE SPACES.
01 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
01 WS-WANTED-ID       PIC 9(5) VALUE ZERO.
01 WS-IMAGE-ID        PIC X(5) VALUE SPACES.
01 WS-IMAGE-ID-NUM REDEFINES WS-IMAGE-ID PIC 9(5).
01 WS-CATEGORY        PIC X(40) VALUE SPACES.
01 WS-LINE-MEMBER     PIC X(5) VALUE SPACES.
01 WS-FINDING-INFO    PIC X(60) VALUE SPACES.
01 WS-SEVERITY        PIC X(7) VALUE SPACES.
01 WS-CATEGORY-COUNT  PIC 9(7) VALUE ZERO.
01 WS-COUNT-DISPLAY   PIC Z,ZZZ,ZZ9.

01 WS-ROSTER-READ     PIC 9(7) VALUE ZERO.
01 WS-BALS-READ       PIC 9(7) VALUE ZERO.
01 WS-DETAIL-READ     PIC 9(7) VALUE ZERO.
01 WS-RESULTS-READ    PIC 9(7) VALUE ZERO.
01 WS-PENDING-READ    PIC 9(7) VALUE ZERO.
01 WS-SUSPENSE-READ   PIC 9(7) VALUE ZERO.
01 WS-ARCHIVE-READ    PIC 9(7) VALUE ZERO.
01 WS-RECORDS-READ    PIC 9(7) VALUE ZERO.

01 WS-INACT-NO-DATE   PIC 9(7) VALUE ZERO.
01 WS-ACTIVE-DATED    PIC 9(7) VALUE ZERO.
01 WS-BAL-PURGED      PIC 9(7) VALUE ZERO.
01 WS-BAL-NO-ROSTER   PIC 9(7) VALUE ZERO.
01 WS-CHGD-NO-BAL     PIC 9(7) VALUE ZERO.
01 WS-RESHX-NO-BAL    PIC 9(7) VALUE ZERO.
01 WS-PEND-ADD-EXISTS PIC 9(7) VALUE ZERO.
01 WS-PEND-NO-ROSTER  PIC 9(7) VALUE ZERO.
01 WS-PEND-INVALID    PIC 9(7) VALUE ZERO.
01 WS-SUSP-NO-ROSTER  PIC 9(7) VALUE ZERO.
01 WS-ORPHANS         PIC 9(7) VALUE ZERO.
01 WS-WARNINGS        PIC 9(7) VALUE ZERO.

01 WS-ARCH-COUNT      PIC 9(4) VALUE ZERO COMP.
01 WS-ARCH-MAX        PIC 9(4) VALUE 5000 COMP.
01 WS-ARCH-SUB        PIC 9(4) VALUE ZERO COMP.
01 WS-ARCH-FOUND-SW   PIC X(1) VALUE "N".
01 WS-ARCH-FULL-SW    PIC X(1) VALUE "N".

01 WS-ARCH-TABLE.
   05 WS-ARCH-ENTRY OCCURS 5000 TIMES.
      10 WS-ARCH-ID         PIC 9(5).
      10 WS-ARCH-PURGE-DATE PIC X(10).

01 WS-DETAIL-LINE.
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 DL-CATEGORY        PIC X(40).
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 DL-MEMBER          PIC X(5).
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 DL-INFO            PIC X(60).

01 WS-COUNT-LINE.
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 CL-CATEGORY        PIC X(40).
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 CL-COUNT           PIC Z,ZZZ,ZZ9.
   05 FILLER             PIC X(2)  VALUE SPACES.
   05 CL-SEVERITY        PIC X(7).

PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:4)  TO WS-RUN-DATE(1:4)
       MOVE "-"                  TO WS-RUN-DATE(5:1)
       MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2)
       MOVE "-"                  TO WS-RUN-DATE(8:1)
       MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2)

       OPEN INPUT ROSTER-MASTER
       IF WS-MAINT-STATUS NOT = "00"
           DISPLAY "Roster master not available - status "
                   WS-MAINT-STATUS " - integrity sweep not run"
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       OPEN INPUT BALANCE-MASTER
       IF WS-BAL-STATUS NOT = "00"
           DISPLAY "Balance master not available - status "
                   WS-BAL-STATUS " - integrity sweep not run"
           CLOSE ROSTER-MASTER
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF

       OPEN OUTPUT REPORT-FILE
       MOVE SPACES TO REPORT-LINE
       STRING "CROSS-MASTER INTEGRITY REPORT - ROSTER, BALANCE, "
              "DETAIL, PENDING, SUSPENSE   RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       STRING "  CATEGORY                                  MEMBER "
              " DETAIL"
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE

       PERFORM LOAD-ARCHIVED-IDS
       PERFORM CHECK-ROSTER-RECORDS
       PERFORM CHECK-BALANCE-RECORDS
       PERFORM CHECK-CHARGE-DETAIL
       PERFORM CHECK-RESULTS-HISTORY
       PERFORM CHECK-PENDING-FILE
       PERFORM CHECK-SUSPENSE-ITEMS

       CLOSE ROSTER-MASTER
       CLOSE BALANCE-MASTER

       PERFORM PRINT-INTEGRITY-TOTALS
       CLOSE REPORT-FILE

       DISPLAY "Roster records checked:   " WS-ROSTER-READ
       DISPLAY "Balance records checked:  " WS-BALS-READ
       DISPLAY "Charge detail checked:    " WS-DETAIL-READ
       DISPLAY "Results history checked:  " WS-RESULTS-READ
       DISPLAY "Pending records checked:  " WS-PENDING-READ
       DISPLAY "Suspense items checked:   " WS-SUSPENSE-READ
       DISPLAY "Archive records loaded:   " WS-ARCHIVE-READ
       DISPLAY "Orphans found:            " WS-ORPHANS
       DISPLAY "Warnings found:           " WS-WARNINGS

       IF WS-ORPHANS > ZERO
           MOVE 8 TO RETURN-CODE
       ELSE
           IF WS-WARNINGS > ZERO OR WS-ARCH-FULL-SW = "Y"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
       END-IF

       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

LOAD-ARCHIVED-IDS.
       OPEN INPUT ARCHIVE-FILE
       IF WS-ARCH-STATUS NOT = "00"
           DISPLAY "No roster archive on hand - status "
                   WS-ARCH-STATUS
       ELSE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ARCHIVE-READ
                       PERFORM NOTE-ARCHIVED-ID
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
       END-IF.

NOTE-ARCHIVED-ID.
       MOVE ARCH-ID TO WS-WANTED-ID
       PERFORM FIND-ARCHIVED-ID
       IF WS-ARCH-FOUND-SW = "Y"
           MOVE ARCH-PURGE-DATE TO WS-ARCH-PURGE-DATE (WS-ARCH-SUB)
       ELSE
           IF WS-ARCH-COUNT < WS-ARCH-MAX
               ADD 1 TO WS-ARCH-COUNT
               MOVE ARCH-ID TO WS-ARCH-ID (WS-ARCH-COUNT)
               MOVE ARCH-PURGE-DATE
                   TO WS-ARCH-PURGE-DATE (WS-ARCH-COUNT)
           ELSE
               IF WS-ARCH-FULL-SW = "N"
                   DISPLAY "Archive table full - purged members past "
                           WS-ARCH-MAX " report as not on roster"
                   MOVE "Y" TO WS-ARCH-FULL-SW
               END-IF
           END-IF
       END-IF.

FIND-ARCHIVED-ID.
       MOVE "N" TO WS-ARCH-FOUND-SW
       MOVE ZERO TO WS-ARCH-SUB
       PERFORM CHECK-ARCHIVED-ID WS-ARCH-COUNT TIMES.

CHECK-ARCHIVED-ID.
       IF WS-ARCH-FOUND-SW = "N"
           ADD 1 TO WS-ARCH-SUB
           IF WS-ARCH-ID (WS-ARCH-SUB) = WS-WANTED-ID
               MOVE "Y" TO WS-ARCH-FOUND-SW
           END-IF
       END-IF.

CHECK-ROSTER-RECORDS.
       MOVE "N" TO WS-EOF-SW
       PERFORM UNTIL WS-EOF-SW = "Y"
           READ ROSTER-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-ROSTER-READ
                   PERFORM CHECK-ROSTER-RECORD
           END-READ
       END-PERFORM.

CHECK-ROSTER-RECORD.
       MOVE MAINT-ID TO WS-LINE-MEMBER
       IF MAINT-STATUS = "I"
           IF MAINT-INACT-DATE = SPACES
               ADD 1 TO WS-INACT-NO-DATE
               ADD 1 TO WS-WARNINGS
               MOVE "ROSTER - STATUS I WITH NO INACTIVE DATE"
                   TO WS-CATEGORY
               MOVE "PURGE CANNOT AGE THIS MEMBER UNTIL SEEDED"
                   TO WS-FINDING-INFO
               PERFORM WRITE-FINDING
           END-IF
       ELSE
           IF MAINT-INACT-DATE NOT = SPACES
               ADD 1 TO WS-ACTIVE-DATED
               ADD 1 TO WS-WARNINGS
               MOVE "ROSTER - INACTIVE DATE ON ACTIVE MEMBER"
                   TO WS-CATEGORY
               MOVE SPACES TO WS-FINDING-INFO
               STRING "STATUS " MAINT-STATUS "  INACTIVE DATE "
                      MAINT-INACT-DATE
                       DELIMITED BY SIZE INTO WS-FINDING-INFO
               PERFORM WRITE-FINDING
           END-IF
       END-IF.

CHECK-BALANCE-RECORDS.
       MOVE "N" TO WS-EOF-SW
       PERFORM UNTIL WS-EOF-SW = "Y"
           READ BALANCE-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-BALS-READ
                   PERFORM CHECK-BALANCE-RECORD
           END-READ
       END-PERFORM.

CHECK-BALANCE-RECORD.
       MOVE BAL-MEMBER-ID TO WS-WANTED-ID
       PERFORM LOOK-UP-ROSTER
       IF WS-ON-ROSTER-SW = "N"
           ADD 1 TO WS-ORPHANS
           MOVE BAL-MEMBER-ID TO WS-LINE-MEMBER
           MOVE BAL-TOTAL TO WS-COUNT-DISPLAY
           PERFORM FIND-ARCHIVED-ID
           MOVE SPACES TO WS-FINDING-INFO
           IF WS-ARCH-FOUND-SW = "Y"
               ADD 1 TO WS-BAL-PURGED
               MOVE "BALANCE - MEMBER PURGED TO ARCHIVE"
                   TO WS-CATEGORY
               STRING "BALANCE " WS-COUNT-DISPLAY "  PURGED "
                      WS-ARCH-PURGE-DATE (WS-ARCH-SUB)
                       DELIMITED BY SIZE INTO WS-FINDING-INFO
           ELSE
               ADD 1 TO WS-BAL-NO-ROSTER
               MOVE "BALANCE - NO ROSTER MEMBER" TO WS-CATEGORY
               STRING "BALANCE " WS-COUNT-DISPLAY "  LAST POSTED "
                      BAL-LAST-DATE
                       DELIMITED BY SIZE INTO WS-FINDING-INFO
           END-IF
           PERFORM WRITE-FINDING
       END-IF.

CHECK-CHARGE-DETAIL.
       OPEN INPUT CHARGE-DETAIL
       IF WS-CHGD-STATUS NOT = "00"
           DISPLAY "No charge detail on hand - status "
                   WS-CHGD-STATUS
       ELSE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ CHARGE-DETAIL
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-DETAIL-READ
                       PERFORM CHECK-DETAIL-ITEM
               END-READ
           END-PERFORM
           CLOSE CHARGE-DETAIL
       END-IF.

CHECK-DETAIL-ITEM.
       MOVE CHGD-MEMBER-ID TO WS-WANTED-ID
       PERFORM LOOK-UP-BALANCE
       IF WS-ON-BALANCE-SW = "N"
           ADD 1 TO WS-CHGD-NO-BAL
           ADD 1 TO WS-ORPHANS
           MOVE "CHARGE DETAIL - NO BALANCE RECORD" TO WS-CATEGORY
           MOVE CHGD-MEMBER-ID TO WS-LINE-MEMBER
           MOVE SPACES TO WS-FINDING-INFO
           STRING "DATE " CHGD-BUS-DATE "  TYPE " CHGD-TYPE-CODE
                  "  AMOUNT " CHGD-SUM
                   DELIMITED BY SIZE INTO WS-FINDING-INFO
           PERFORM WRITE-FINDING
       END-IF.

CHECK-RESULTS-HISTORY.
       OPEN INPUT RESULTS-HISTORY
       IF WS-RESHX-STATUS NOT = "00"
           DISPLAY "No retained results on hand - status "
                   WS-RESHX-STATUS
       ELSE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ RESULTS-HISTORY
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-RESULTS-READ
                       PERFORM CHECK-RESULT-ITEM
               END-READ
           END-PERFORM
           CLOSE RESULTS-HISTORY
       END-IF.

CHECK-RESULT-ITEM.
       MOVE RESULT-MEMBER-ID TO WS-WANTED-ID
       PERFORM LOOK-UP-BALANCE
       IF WS-ON-BALANCE-SW = "N"
           ADD 1 TO WS-RESHX-NO-BAL
           ADD 1 TO WS-ORPHANS
           MOVE "RESULTS HISTORY - NO BALANCE RECORD" TO WS-CATEGORY
           MOVE RESULT-MEMBER-ID TO WS-LINE-MEMBER
           MOVE SPACES TO WS-FINDING-INFO
           STRING "RESULT " WS-RESULTS-READ "  TYPE " RESULT-TYPE-CODE
                  "  AMOUNT " RESULT-SUM
                   DELIMITED BY SIZE INTO WS-FINDING-INFO
           PERFORM WRITE-FINDING
       END-IF.

CHECK-PENDING-FILE.
       OPEN INPUT PENDING-FILE
       IF WS-PEND-STATUS NOT = "00"
           DISPLAY "No pending maintenance on hand - status "
                   WS-PEND-STATUS
       ELSE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ PENDING-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-PENDING-READ
                       PERFORM CHECK-PENDING-ITEM
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
       END-IF.

CHECK-PENDING-ITEM.
       MOVE PND-ID TO WS-LINE-MEMBER
       MOVE SPACES TO WS-FINDING-INFO
       STRING "ACTION " PND-ACTION "  EFFECTIVE " PND-EFF-DATE
               DELIMITED BY SIZE INTO WS-FINDING-INFO
       IF PND-ID IS NOT NUMERIC
       OR (PND-ACTION NOT = "A" AND PND-ACTION NOT = "C"
           AND PND-ACTION NOT = "D")
           ADD 1 TO WS-PEND-INVALID
           ADD 1 TO WS-WARNINGS
           MOVE "PENDING - INVALID MEMBER ID OR ACTION" TO WS-CATEGORY
           PERFORM WRITE-FINDING
       ELSE
           MOVE PND-ID TO WS-IMAGE-ID
           MOVE WS-IMAGE-ID-NUM TO WS-WANTED-ID
           PERFORM LOOK-UP-ROSTER
           IF PND-ACTION = "A"
               IF WS-ON-ROSTER-SW = "Y"
                   ADD 1 TO WS-PEND-ADD-EXISTS
                   ADD 1 TO WS-WARNINGS
                   MOVE "PENDING ADD - ID ALREADY ON ROSTER"
                       TO WS-CATEGORY
                   PERFORM WRITE-FINDING
               END-IF
           ELSE
               IF WS-ON-ROSTER-SW = "N"
                   ADD 1 TO WS-PEND-NO-ROSTER
                   ADD 1 TO WS-WARNINGS
                   MOVE "PENDING CHANGE/DELETE - NO ROSTER MEMBER"
                       TO WS-CATEGORY
                   PERFORM WRITE-FINDING
               END-IF
           END-IF
       END-IF.

CHECK-SUSPENSE-ITEMS.
       OPEN INPUT SUSPENSE-MASTER
       IF WS-SUSP-STATUS NOT = "00"
           DISPLAY "No suspense master on hand - status "
                   WS-SUSP-STATUS
       ELSE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ SUSPENSE-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-SUSPENSE-READ
                       PERFORM CHECK-SUSPENSE-ITEM
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-MASTER
       END-IF.

CHECK-SUSPENSE-ITEM.
       IF SUSP-STATUS = "S" OR SUSP-STATUS = "C"
           IF SUSP-SOURCE = "ROSTAPPL"
               MOVE SUSP-IMAGE(2:5) TO WS-IMAGE-ID
           ELSE
               MOVE SUSP-IMAGE(1:5) TO WS-IMAGE-ID
           END-IF
           IF WS-IMAGE-ID IS NUMERIC
           AND NOT (SUSP-SOURCE = "ROSTAPPL"
                    AND SUSP-IMAGE(1:1) = "A")
               MOVE WS-IMAGE-ID-NUM TO WS-WANTED-ID
               PERFORM LOOK-UP-ROSTER
               IF WS-ON-ROSTER-SW = "N"
                   ADD 1 TO WS-SUSP-NO-ROSTER
                   ADD 1 TO WS-WARNINGS
                   MOVE "SUSPENSE - NO ROSTER MEMBER" TO WS-CATEGORY
                   MOVE WS-IMAGE-ID TO WS-LINE-MEMBER
                   MOVE SPACES TO WS-FINDING-INFO
                   STRING "ITEM " SUSP-KEY "  SOURCE " SUSP-SOURCE
                          "  CYCLE " SUSP-CYCLE-DATE
                           DELIMITED BY SIZE INTO WS-FINDING-INFO
                   PERFORM WRITE-FINDING
               END-IF
           END-IF
       END-IF.

LOOK-UP-ROSTER.
       MOVE WS-WANTED-ID TO MAINT-ID
       READ ROSTER-MASTER
           KEY IS MAINT-ID
           INVALID KEY
               MOVE "N" TO WS-ON-ROSTER-SW
           NOT INVALID KEY
               MOVE "Y" TO WS-ON-ROSTER-SW
       END-READ.

LOOK-UP-BALANCE.
       MOVE WS-WANTED-ID TO BAL-MEMBER-ID
       READ BALANCE-MASTER
           KEY IS BAL-MEMBER-ID
           INVALID KEY
               MOVE "N" TO WS-ON-BALANCE-SW
           NOT INVALID KEY
               MOVE "Y" TO WS-ON-BALANCE-SW
       END-READ.

WRITE-FINDING.
       MOVE WS-CATEGORY     TO DL-CATEGORY
       MOVE WS-LINE-MEMBER  TO DL-MEMBER
       MOVE WS-FINDING-INFO TO DL-INFO
       MOVE WS-DETAIL-LINE TO REPORT-LINE
       WRITE REPORT-LINE.

PRINT-INTEGRITY-TOTALS.
       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       STRING "  FINDINGS BY CATEGORY                      "
              "    COUNT  SEVERITY"
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE

       MOVE "ORPHAN" TO WS-SEVERITY
       MOVE "BALANCE - NO ROSTER MEMBER" TO WS-CATEGORY
       MOVE WS-BAL-NO-ROSTER TO WS-CATEGORY-COUNT
       PERFORM WRITE-CATEGORY-LINE
       MOVE "BALANCE - MEMBER PURGED TO ARCHIVE" TO WS-CATEGORY
       MOVE WS-BAL-PURGED TO WS-CATEGORY-COUNT
       PERFORM WRITE-CATEGORY-LINE
       MOVE "CHARGE DETAIL - NO BALANCE RECORD" TO WS-CATEGORY
       MOVE WS-CHGD-NO-BAL TO WS-CATEGORY-COUNT
       PERFORM WRITE-CATEGORY-LINE
       MOVE "RESULTS HISTORY - NO BALANCE RECORD" TO WS-CATEGORY
       MOVE WS-RESHX-NO-BAL TO WS-CATEGORY-COUNT
       PERFORM WRITE-CATEGORY-LINE

       MOVE "WARNING" TO WS-SEVERITY
       MOVE "ROSTER - STATUS I WITH NO INACTIVE DATE" TO WS-CATEGORY
       MOVE WS-INACT-NO-DATE TO WS-CATEGORY-COUNT
       PERFORM WRITE-CATEGORY-LINE
       MOVE "ROSTER - INACTIVE DATE ON ACTIVE MEMBER" TO WS-CATEGORY
       MOVE WS-ACTIVE-DATED TO WS-CATEGORY-COUNT
       PERFORM WRITE-CATEGORY-LINE
       MOVE "PENDING ADD - ID ALREADY ON ROSTER" TO WS-CATEGORY
       MOVE WS-PEND-ADD-EXISTS TO WS-CATEGORY-COUNT
       PERFORM WRITE-CATEGORY-LINE
       MOVE "PENDING CHANGE/DELETE - NO ROSTER MEMBER" TO WS-CATEGORY
       MOVE WS-PEND-NO-ROSTER TO WS-CATEGORY-COUNT
       PERFORM WRITE-CATEGORY-LINE
       MOVE "PENDING - INVALID MEMBER ID OR ACTION" TO WS-CATEGORY
       MOVE WS-PEND-INVALID TO WS-CATEGORY-COUNT
       PERFORM WRITE-CATEGORY-LINE
       MOVE "SUSPENSE - NO ROSTER MEMBER" TO WS-CATEGORY
       MOVE WS-SUSP-NO-ROSTER TO WS-CATEGORY-COUNT
       PERFORM WRITE-CATEGORY-LINE

       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       STRING "RECORDS CHECKED - ROSTER " WS-ROSTER-READ
              "  BALANCE " WS-BALS-READ
              "  DETAIL " WS-DETAIL-READ
              "  RESULTS " WS-RESULTS-READ
              "  PENDING " WS-PENDING-READ
              "  SUSPENSE " WS-SUSPENSE-READ
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       STRING "ARCHIVE RECORDS LOADED:   " WS-ARCHIVE-READ
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       IF WS-ARCH-FULL-SW = "Y"
           MOVE SPACES TO REPORT-LINE
           STRING "*** ARCHIVE TABLE FULL - SOME PURGED MEMBERS "
                  "REPORTED AS NOT ON ROSTER ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
       END-IF
       MOVE SPACES TO REPORT-LINE
       IF WS-ORPHANS > ZERO
           STRING "*** ORPHANED MONEY ON FILE - BALANCES OR CHARGES "
                  "WITH NO OWNER - CORRECT BEFORE NEXT STATEMENT ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
       ELSE
           IF WS-WARNINGS > ZERO
               STRING "MASTERS AGREE ON MONEY - WARNINGS LISTED "
                      "ABOVE NEED FOLLOW-UP"
                       DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "ALL MASTERS AGREE - NO ORPHANS OR "
                      "INCONSISTENCIES FOUND"
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
       END-IF
       WRITE REPORT-LINE.

WRITE-CATEGORY-LINE.
       MOVE WS-CATEGORY       TO CL-CATEGORY
       MOVE WS-CATEGORY-COUNT TO CL-COUNT
       MOVE WS-SEVERITY       TO CL-SEVERITY
       MOVE WS-COUNT-LINE TO REPORT-LINE
       WRITE REPORT-LINE.

WRITE-AUDIT-RECORD.
       OPEN EXTEND AUDIT-LOG-FILE
       IF WS-AUDIT-STATUS NOT = "00"
           OPEN OUTPUT AUDIT-LOG-FILE
       END-IF
       ADD WS-ROSTER-READ WS-BALS-READ WS-DETAIL-READ WS-RESULTS-READ
           WS-PENDING-READ WS-SUSPENSE-READ GIVING WS-RECORDS-READ
       MOVE "INTEGCHK"         TO AUDIT-JOB-NAME
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
       MOVE WS-RECORDS-READ    TO AUDIT-RECS-READ
       ADD WS-ORPHANS WS-WARNINGS GIVING AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE SPACES             TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-FILE.
