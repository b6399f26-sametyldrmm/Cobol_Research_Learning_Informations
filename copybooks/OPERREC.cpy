      *> Operator profile - one record per person allowed to run the
      *> online programs, keyed by sign-on ID. Every online program
      *> signs the operator on against this file before showing its
      *> menu and checks the matching authority flag (Y = allowed)
      *> before each function: OPR-AUTH-INQUIRY for the look-up and
      *> browse options, OPR-AUTH-MAINTAIN for add/change/delete and
      *> suspense correction, OPR-AUTH-RESTORE for archive restores
      *> and duplicate merges, OPR-AUTH-RUNCTL for opening a cycle or
      *> resetting a step, and OPR-AUTH-SECURITY for OPRMAINT itself.
      *> OPR-STATUS: A = active, D = disabled (a leaver is disabled,
      *> never deleted, so the ID on old history still resolves).
      *> Sign-on failures and refused functions are written to the
      *> security violation log (SECVIOL).
       01 OPR-RECORD.
           05 OPR-USER-ID        PIC X(8).
           05 OPR-PASSWORD       PIC X(8).
           05 OPR-NAME           PIC X(30).
           05 OPR-STATUS         PIC X(1).
           05 OPR-AUTH-INQUIRY   PIC X(1).
           05 OPR-AUTH-MAINTAIN  PIC X(1).
           05 OPR-AUTH-RESTORE   PIC X(1).
           05 OPR-AUTH-RUNCTL    PIC X(1).
           05 OPR-AUTH-SECURITY  PIC X(1).
           05 OPR-LAST-CHANGED   PIC X(10).
