      *> CERT-STATUS C when the period proves out. BALSTMT refuses
      *> to print (RC 12) a period that has no certification on
      *> file, so statements can never run off an under-posted
      *> balance master. YRCLOSE requires all twelve months of a
      *> year certified, and after rolling the year into the base
      *> figures appends a year record with CERT-PERIOD YYYY-YE and
      *> CERT-CYCLE-COUNT 012; BALAGE ages the base from 31 December
      *> of the latest such year.
       01 CERT-RECORD.
           05 CERT-PERIOD      PIC X(7).
           05 CERT-CLOSED-DATE PIC X(10).
