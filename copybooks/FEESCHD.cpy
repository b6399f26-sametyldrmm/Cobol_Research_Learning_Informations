      *> Fee schedule master - one record per transaction type code
      *> per effective date, keyed by type code then effective date
      *> (YYYY-MM-DD) so a rate change is a new record rather than an
      *> overwrite and the old rate stays on file for the dates it
      *> governed. ADD-TWO-NUMBERS prices each transaction from the
      *> entry for its type with the latest FEE-EFF-DATE on or before
      *> the cycle's business date: the number pair's total times
      *> FEE-UNIT-RATE (two implied decimals, rounded), raised to
      *> FEE-MIN-CHARGE and held to FEE-MAX-CHARGE. A type with no
      *> entry in effect is rejected to the calculator exceptions for
      *> suspense instead of being priced by default. Type R credits
      *> are never priced: ADD-TWO-NUMBERS posts them at face value
      *> (the pair's total) without consulting the schedule, so a
      *> credit always returns exactly the amount keyed.
      *> FEEMAINT maintains the file online.
       01 FEE-RECORD.
           05 FEE-KEY.
               10 FEE-TYPE-CODE   PIC X(1).
               10 FEE-EFF-DATE    PIC X(10).
           05 FEE-DESCRIPTION     PIC X(20).
           05 FEE-UNIT-RATE       PIC 9(3)V99.
           05 FEE-MIN-CHARGE      PIC 9(3).
           05 FEE-MAX-CHARGE      PIC 9(3).
