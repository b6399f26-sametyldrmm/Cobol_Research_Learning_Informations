      *> General ledger account mapping - one record per transaction
      *> type code, naming the account the type's posted amount is
      *> debited to and the account it is credited to. A charge type
      *> normally debits member receivables and credits the revenue
      *> account for the fee; type R reverses that pair. GLJRNL reads
      *> the table each cycle, and a type posted with no mapping here
      *> holds the whole journal back rather than sending it short.
      *> Kept alongside the fee schedule - a new fee type needs a
      *> mapping record before its first night.
       01 GLA-RECORD.
           05 GLA-TYPE-CODE     PIC X(1).
           05 GLA-DEBIT-ACCT    PIC X(10).
           05 GLA-CREDIT-ACCT   PIC X(10).
           05 GLA-DESCRIPTION   PIC X(20).
