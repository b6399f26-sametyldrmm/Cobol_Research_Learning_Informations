IDENTIFICATION DIVISION.
PROGRAM-ID. DSPRPT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT DISPUTE-MASTER ASSIGN TO 'disputes.dat'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS DSP-ID
    FILE STATUS IS WS-DSP-STATUS.
SELECT DISPUTE-REPORT ASSIGN TO 'open_disputes_report.txt'
    ORGANIZATION LINE SEQUENTIAL.
SELECT AUDIT-LOG-FILE ASSIGN TO 'audit.log'
    ORGANIZATION LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  DISPUTE-MASTER.
COPY DSPREC.
FD  DISPUTE-REPORT.
01 REPORT-LINE         PIC X(132).
FD  AUDIT-LOG-FILE.
COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WS-DSP-STATUS      PIC X(2) VALUE "00".
01 WS-AUDIT-STATUS    PIC X(2) VALUE "00".
01 WS-EOF-SW          PIC X(1) VALUE "N".
01 WS-RUN-DATE        PIC X(10) VALUE SPACES.
01 WS-CURRENT-DATE    PIC X(21) VALUE SPACES.
01 WS-DATE-DIGITS     PIC 9(8) VALUE ZERO.
01 WS-RUN-DAY-INT     PIC 9(7) VALUE ZERO.
01 WS-OPEN-DAY-INT    PIC 9(7) VALUE ZERO.
01 WS-CLOSE-DAY-INT   PIC 9(7) VALUE ZERO.
01 WS-DISPUTE-AGE     PIC S9(7) VALUE ZERO.
01 WS-POLICY-DAYS     PIC 9(3) VALUE 30.
01 WS-WEEK-DAYS       PIC 9(3) VALUE 7.
01 WS-STATUS-TEXT     PIC X(16) VALUE SPACES.
01 WS-FLAG            PIC X(24) VALUE SPACES.
01 WS-DISPUTES-READ   PIC 9(7) VALUE ZERO.
01 WS-OPEN-COUNT      PIC 9(7) VALUE ZERO.
01 WS-OPEN-AMOUNT     PIC 9(9) VALUE ZERO.
01 WS-OVER-POLICY     PIC 9(7) VALUE ZERO.
01 WS-DECIDED-PENDING PIC 9(7) VALUE ZERO.
01 WS-CLOSED-WEEK     PIC 9(7) VALUE ZERO.
01 WS-CREDITED-WEEK   PIC 9(7) VALUE ZERO.
01 WS-RELEASED-WEEK   PIC 9(7) VALUE ZERO.
01 WS-AGE-DISPLAY     PIC ZZZ9.
01 WS-COUNT-DISPLAY   PIC Z,ZZZ,ZZ9.
01 WS-AMOUNT-DISPLAY  PIC ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE(1:4)  TO WS-RUN-DATE(1:4)
       MOVE "-"                  TO WS-RUN-DATE(5:1)
       MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE(6:2)
       MOVE "-"                  TO WS-RUN-DATE(8:1)
       MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE(9:2)
       MOVE WS-CURRENT-DATE(1:8) TO WS-DATE-DIGITS
       COMPUTE WS-RUN-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)

       OPEN OUTPUT DISPUTE-REPORT
       MOVE SPACES TO REPORT-LINE
       STRING "OPEN CHARGE DISPUTES - AGING   RUN DATE: " WS-RUN-DATE
              "   RESOLUTION POLICY: " WS-POLICY-DAYS " DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       STRING "DISPUTE  MEMBER  CHARGE DATE  AMOUNT  STATUS          "
              "  OPENED      BY        AGE  REASON"
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE

       OPEN INPUT DISPUTE-MASTER
       IF WS-DSP-STATUS NOT = "00"
           DISPLAY "Dispute master not available - status "
                   WS-DSP-STATUS " - no disputes on file"
       ELSE
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ DISPUTE-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       PERFORM REPORT-DISPUTE
               END-READ
           END-PERFORM
           CLOSE DISPUTE-MASTER
       END-IF

       PERFORM WRITE-REPORT-TOTALS
       CLOSE DISPUTE-REPORT

       DISPLAY "Disputes read:          " WS-DISPUTES-READ
       DISPLAY "Unresolved disputes:    " WS-OPEN-COUNT
       DISPLAY "Past 30-day policy:     " WS-OVER-POLICY
       DISPLAY "Closed in last 7 days:  " WS-CLOSED-WEEK

       IF WS-OVER-POLICY > ZERO
           MOVE 4 TO RETURN-CODE
       ELSE
           MOVE ZERO TO RETURN-CODE
       END-IF

       PERFORM WRITE-AUDIT-RECORD

       STOP RUN.

REPORT-DISPUTE.
       ADD 1 TO WS-DISPUTES-READ
       EVALUATE DSP-STATUS
           WHEN "O"
           WHEN "U"
           WHEN "D"
               PERFORM REPORT-OPEN-DISPUTE
           WHEN "C"
           WHEN "R"
               PERFORM COUNT-CLOSED-DISPUTE
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

REPORT-OPEN-DISPUTE.
       ADD 1 TO WS-OPEN-COUNT
       ADD DSP-AMOUNT TO WS-OPEN-AMOUNT
       MOVE ZERO TO WS-DISPUTE-AGE
       IF DSP-OPEN-DATE(1:4) IS NUMERIC
       AND DSP-OPEN-DATE(6:2) IS NUMERIC
       AND DSP-OPEN-DATE(9:2) IS NUMERIC
           MOVE DSP-OPEN-DATE(1:4) TO WS-DATE-DIGITS(1:4)
           MOVE DSP-OPEN-DATE(6:2) TO WS-DATE-DIGITS(5:2)
           MOVE DSP-OPEN-DATE(9:2) TO WS-DATE-DIGITS(7:2)
           COMPUTE WS-OPEN-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
           COMPUTE WS-DISPUTE-AGE = WS-RUN-DAY-INT - WS-OPEN-DAY-INT
       END-IF
       EVALUATE DSP-STATUS
           WHEN "O"
               MOVE "OPEN - UNDECIDED" TO WS-STATUS-TEXT
           WHEN "U"
               MOVE "UPHELD - PENDING" TO WS-STATUS-TEXT
               ADD 1 TO WS-DECIDED-PENDING
           WHEN OTHER
               MOVE "DENIED - PENDING" TO WS-STATUS-TEXT
               ADD 1 TO WS-DECIDED-PENDING
       END-EVALUATE
       MOVE SPACES TO WS-FLAG
       IF DSP-STATUS = "O" AND WS-DISPUTE-AGE > WS-POLICY-DAYS
           ADD 1 TO WS-OVER-POLICY
           MOVE "*** PAST 30-DAY POLICY" TO WS-FLAG
       END-IF
       MOVE WS-DISPUTE-AGE TO WS-AGE-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING DSP-ID "  " DSP-MEMBER-ID "   " DSP-BUS-DATE "   "
              DSP-AMOUNT "     " WS-STATUS-TEXT "  " DSP-OPEN-DATE
              "  " DSP-OPENED-BY " " WS-AGE-DISPLAY "  "
              DSP-REASON(1:24)
              " " WS-FLAG
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE.

COUNT-CLOSED-DISPUTE.
       IF DSP-CLOSE-DATE(1:4) IS NUMERIC
       AND DSP-CLOSE-DATE(6:2) IS NUMERIC
       AND DSP-CLOSE-DATE(9:2) IS NUMERIC
           MOVE DSP-CLOSE-DATE(1:4) TO WS-DATE-DIGITS(1:4)
           MOVE DSP-CLOSE-DATE(6:2) TO WS-DATE-DIGITS(5:2)
           MOVE DSP-CLOSE-DATE(9:2) TO WS-DATE-DIGITS(7:2)
           COMPUTE WS-CLOSE-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
           IF WS-RUN-DAY-INT - WS-CLOSE-DAY-INT < WS-WEEK-DAYS
               ADD 1 TO WS-CLOSED-WEEK
               IF DSP-STATUS = "C"
                   ADD 1 TO WS-CREDITED-WEEK
               ELSE
                   ADD 1 TO WS-RELEASED-WEEK
               END-IF
           END-IF
       END-IF.

WRITE-REPORT-TOTALS.
       MOVE SPACES TO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY
       MOVE WS-OPEN-AMOUNT TO WS-AMOUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "UNRESOLVED DISPUTES:        " WS-COUNT-DISPLAY
              "   AMOUNT IN DISPUTE: " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-DECIDED-PENDING TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "DECIDED, AWAITING NIGHTLY:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-OVER-POLICY TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "UNDECIDED PAST POLICY:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-CREDITED-WEEK TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "CREDITED IN LAST 7 DAYS:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE WS-RELEASED-WEEK TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-LINE
       STRING "RELEASED IN LAST 7 DAYS:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
       WRITE REPORT-LINE
       MOVE SPACES TO REPORT-LINE
       IF WS-OVER-POLICY = ZERO
           STRING "NO DISPUTE IS PAST THE RESOLUTION POLICY"
                   DELIMITED BY SIZE INTO REPORT-LINE
       ELSE
           STRING "*** DISPUTES PAST THE RESOLUTION POLICY NEED A "
                  "DECISION ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
       END-IF
       WRITE REPORT-LINE.

WRITE-AUDIT-RECORD.
       OPEN EXTEND AUDIT-LOG-FILE
       IF WS-AUDIT-STATUS NOT = "00"
           OPEN OUTPUT AUDIT-LOG-FILE
       END-IF
       MOVE "DSPRPT"           TO AUDIT-JOB-NAME
       MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
       MOVE WS-DISPUTES-READ   TO AUDIT-RECS-READ
       MOVE WS-OPEN-COUNT      TO AUDIT-RECS-WRITTEN
       MOVE RETURN-CODE        TO AUDIT-RETURN-CODE
       MOVE SPACES             TO AUDIT-OPERATOR-ID
       WRITE AUDIT-RECORD
       CLOSE AUDIT-LOG-FILE.
