      *> (ADD-TWO-NUMBERS). RESULT-MEMBER-ID carries the roster member
      *> the charge belongs to, passed through from the validated
      *> transaction so the balance posting pass (BALPOST) can apply
      *> the sum to the right balance master record. RESULT-SUM is
      *> the amount priced off the fee schedule for the pair and
      *> stays PIC 9(3), matching the original interactive NUM3 - a
      *> pair priced beyond it is rejected rather than written with a
      *> truncated sum. RESULT-TYPE-CODE is carried through from the
      *> validated transaction (R = credit/reversal, else a charge)
      *> so BALPOST can apply the sum with the right sign; the sum
      *> itself stays an unsigned magnitude.
       01 RESULT-RECORD.
