      *> each member's statement and cross-foots them to the
      *> accumulated BAL-TOTAL, so a disputed charge can be shown
      *> line by line instead of as a bare running total.
      *> CHGD-TYPE-CODE is the posted transaction type (R = credit/
      *> reversal, any other fee schedule type a charge); the sum is
      *> an unsigned magnitude and the type says which way it moved
      *> the balance.
       01 CHGD-RECORD.
           05 CHGD-MEMBER-ID    PIC 9(5).
           05 CHGD-BUS-DATE     PIC X(10).
