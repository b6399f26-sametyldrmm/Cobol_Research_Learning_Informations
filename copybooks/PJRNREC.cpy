      *> Balance posting journal - BALPOST rewrites it from scratch
      *> at the start of every run and writes it ahead of each
      *> change to the balance master. PJRN-REC-TYPE: B = run start
      *> (charge-detail and results-history record counts on file
      *> before the run), I = one per result read, written before
      *> the result touches any file, carrying the BAL-RECORD as it
      *> stood (PJRN-ACTION U) or noting there was none (N) together
      *> with both file counts at that moment, R = run resumed, E =
      *> every result posted and control totals written, C = run
      *> committed. A journal that does not end in C belongs to a
      *> run that abended; the next BALPOST refuses to post until a
      *> BACKOUT or RESUME card says how to recover it.
       01 PJRN-RECORD.
           05 PJRN-REC-TYPE      PIC X(1).
           05 PJRN-BUS-DATE      PIC X(10).
           05 PJRN-RESULT-SEQ    PIC 9(7).
           05 PJRN-ACTION        PIC X(1).
           05 PJRN-MEMBER-ID     PIC 9(5).
           05 PJRN-DETAIL-COUNT  PIC 9(9).
           05 PJRN-RESHX-COUNT   PIC 9(9).
           05 PJRN-RESULT-IMAGE  PIC X(15).
           05 PJRN-BAL-IMAGE     PIC X(47).
