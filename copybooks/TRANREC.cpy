      *> on the input side so a non-numeric transaction can be
      *> detected with an IS NUMERIC test instead of being accepted
      *> as garbage by a numeric PICTURE. TRAN-TYPE-CODE carries what
      *> the pair is - R = credit/reversal, any other code a charge -
      *> and picks the fee schedule entry the calculator prices the
      *> pair from. A type (blank included) with no schedule entry in
      *> effect is rejected by the calculator to suspense rather than
      *> being priced as a plain charge.
       01 TRAN-RECORD.
           05 TRAN-MEMBER-ID  PIC X(5).
           05 TRAN-NUM1       PIC X(3).
