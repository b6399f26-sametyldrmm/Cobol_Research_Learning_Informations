      *> Shared run-history record. READ and ADD-TWO-NUMBERS both
      *> append one of these to the audit log at STOP RUN time so a
      *> run's job name, timestamp, record counts and return code are
      *> on record without relying on console DISPLAY output. The
      *> online programs also write one per session, carrying the
      *> signed-on operator in AUDIT-OPERATOR-ID; batch jobs leave it
      *> blank.
       01 AUDIT-RECORD.
           05 AUDIT-JOB-NAME      PIC X(8).
           05 AUDIT-TIMESTAMP     PIC X(21).
           05 AUDIT-RECS-READ     PIC 9(7).
           05 AUDIT-RECS-WRITTEN  PIC 9(7).
           05 AUDIT-RETURN-CODE   PIC 9(3).
           05 AUDIT-OPERATOR-ID   PIC X(8).
