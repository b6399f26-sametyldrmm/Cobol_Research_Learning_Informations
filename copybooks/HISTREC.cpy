      *> as an add) to the cumulative history file; ROSTHIST reads it
      *> back for the per-ID inquiry and the as-of reconstruction the
      *> auditors asked for. HIST-ACTION: A = add, C = change,
      *> D = delete. HIST-OPERATOR-ID is the signed-on operator for
      *> changes made online (ROSTMAINT, ROSTRSTR, ROSTDUPE) and blank
      *> for the batch apply and purge.
       01 HIST-RECORD.
           05 HIST-ID           PIC 9(5).
           05 HIST-TIMESTAMP    PIC X(21).
           05 HIST-ACTION       PIC X(1).
           05 HIST-BEFORE-IMAGE PIC X(86).
           05 HIST-AFTER-IMAGE  PIC X(86).
           05 HIST-OPERATOR-ID  PIC X(8).
