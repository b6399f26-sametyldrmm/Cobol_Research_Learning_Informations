      *> Charge dispute master - one record per disputed charge-detail
      *> item, keyed by a dispute number DSPMAINT assigns. The item is
      *> identified by member, business date, amount and type as it
      *> stands on charge_detail.txt (two identical items on the same
      *> day need two disputes). DSP-STATUS: O = open, U = upheld and
      *> awaiting its credit, D = denied and awaiting release, C =
      *> closed by a credit, R = closed by release. While a dispute
      *> is O, U or D the item is in dispute: BALSTMT prints it as
      *> IN DISPUTE outside the period charges total and BALAGE holds
      *> it out of the aging buckets and the dunning notices. DSPMAINT
      *> opens disputes and records the decision; the nightly DSPRESOL
      *> step closes decided disputes, writing a type-R credit for
      *> DSP-AMOUNT into the next cycle's calculator transactions for
      *> an upheld one. DSPRPT ages open disputes weekly against the
      *> 30-day resolution policy.
       01 DSP-RECORD.
           05 DSP-ID             PIC 9(7).
           05 DSP-MEMBER-ID      PIC 9(5).
           05 DSP-BUS-DATE       PIC X(10).
           05 DSP-AMOUNT         PIC 9(3).
           05 DSP-TYPE-CODE      PIC X(1).
           05 DSP-STATUS         PIC X(1).
           05 DSP-OPEN-DATE      PIC X(10).
           05 DSP-OPENED-BY      PIC X(8).
           05 DSP-REASON         PIC X(30).
           05 DSP-DECIDE-DATE    PIC X(10).
           05 DSP-DECIDED-BY     PIC X(8).
           05 DSP-DECISION-NOTE  PIC X(30).
           05 DSP-CLOSE-DATE     PIC X(10).
