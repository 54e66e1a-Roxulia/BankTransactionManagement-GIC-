      *>date; earlier only for a supervised backdated adjustment,
      *>which re-drives interest accrual from this date forward
           05  TrxValueDate PIC 9(8) VALUE 0.
      *>who put the entry on the books - the admin's AID for a
      *>posting keyed at a branch, otherwise the channel it came
      *>through: BATCH for end-of-day and other system runs, CARD
      *>for the ATM/POS switch file, IBANK for interbank clearing,
      *>SELF for the customer's own online banking. Blank only on
      *>entries written before operators were recorded
           05  TrxOperator  PIC X(5) VALUE SPACES.
               88  TRX-OPER-BATCH VALUE "BATCH".
               88  TRX-OPER-CARD  VALUE "CARD ".
               88  TRX-OPER-IBANK VALUE "IBANK".
               88  TRX-OPER-SELF  VALUE "SELF ".
