      *> Security violation record - appended to the cumulative
      *> violation log by every online program whenever a sign-on
      *> fails (unknown ID, wrong password, disabled profile) or a
      *> signed-on operator asks for a function their profile does
      *> not allow. SECV-FUNCTION names the authority that was needed
      *> (SIGNON, INQUIRY, MAINTAIN, RESTORE, RUNCTL or SECURITY);
      *> SECV-OPERATOR-ID is the ID as keyed, even when it is not on
      *> the profile file.
       01 SECV-RECORD.
           05 SECV-TIMESTAMP     PIC X(21).
           05 SECV-PROGRAM       PIC X(8).
           05 SECV-OPERATOR-ID   PIC X(8).
           05 SECV-FUNCTION      PIC X(8).
           05 SECV-REASON        PIC X(30).
