      *>(those carry no account on either side)
       01  TRX-TYPE-FXREVAL    PIC 9 VALUE 8.
      *>GL-only memo rows with no customer account on either side:
      *>loan provision charges/releases and write-off recoveries,
      *>and the fixed and recurring deposit interest, accrual,
      *>penalty and rollover rows written through writeGlMemo.
      *>glPosting maps them off the description; Reconciliation
      *>ignores them (no balance moved)
       01  TRX-TYPE-PROVISION  PIC 9 VALUE 9.
