      *> Standing charge schedule - one record per recurring charge,
      *> keyed by schedule entry number. An entry names either one
      *> member (SCH-MEMBER-ID) or, with the member ID blank, every
      *> roster member carrying SCH-STATUS-CODE (A = all active
      *> members). RECURGEN writes one TRAN-RECORD per member per
      *> due period - the SCH-NUM1/SCH-NUM2 pair under SCH-TYPE-CODE,
      *> priced off the fee schedule like any keyed charge - into the
      *> night's calculator transactions ahead of CHGVALID.
      *> SCH-FREQUENCY: M = monthly, Q = quarterly, A = annually,
      *> counted in whole months from SCH-START-DATE and due on the
      *> start date's day of the month (the last day in a shorter
      *> month). SCH-STOP-DATE blank = open-ended. SCH-LAST-GEN-DATE
      *> is the business date the entry last generated; RECURGEN
      *> stamps it before writing the transactions and never
      *> generates an entry twice in the same month, so a rerun of
      *> the step cannot double-bill. Status I members are never
      *> charged. STDMAINT maintains the file online.
       01 SCH-RECORD.
           05 SCH-ID             PIC 9(5).
           05 SCH-MEMBER-ID      PIC X(5).
           05 SCH-STATUS-CODE    PIC X(1).
           05 SCH-TYPE-CODE      PIC X(1).
           05 SCH-NUM1           PIC 9(3).
           05 SCH-NUM2           PIC 9(3).
           05 SCH-FREQUENCY      PIC X(1).
           05 SCH-START-DATE     PIC X(10).
           05 SCH-STOP-DATE      PIC X(10).
           05 SCH-LAST-GEN-DATE  PIC X(10).
           05 SCH-DESCRIPTION    PIC X(20).
