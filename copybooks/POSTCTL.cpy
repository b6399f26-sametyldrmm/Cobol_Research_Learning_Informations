      *> Posting control totals - a single record BALPOST rewrites at
      *> the end of every run, describing exactly what that run moved
      *> on the balance master. PCTL-DETAIL-START is the number of
      *> charge-detail records already on file before the run, so the
      *> run's own details are the PCTL-DETAIL-COUNT records that
      *> follow it. The charge and credit amounts are the net change
      *> the run made to BAL-TOTAL (charges up, credits down); GLJRNL
      *> summarizes the run's charge detail into the general ledger
      *> journal and must agree to these figures before it releases
      *> the journal. PCTL-JOURNALED-FLAG is N as BALPOST writes the
      *> record; GLJRNL sets it to Y once the journal for these totals
      *> has been released and refuses (RC 12) a record already at Y,
      *> so one night's postings can never reach the ledger twice.
       01 PCTL-RECORD.
           05 PCTL-BUS-DATE       PIC X(10).
           05 PCTL-RUN-DATE       PIC X(10).
           05 PCTL-DETAIL-START   PIC 9(9).
           05 PCTL-DETAIL-COUNT   PIC 9(7).
           05 PCTL-CHARGE-COUNT   PIC 9(7).
           05 PCTL-CHARGE-AMOUNT  PIC 9(11).
           05 PCTL-CREDIT-COUNT   PIC 9(7).
           05 PCTL-CREDIT-AMOUNT  PIC 9(11).
           05 PCTL-JOURNALED-FLAG PIC X(1).
