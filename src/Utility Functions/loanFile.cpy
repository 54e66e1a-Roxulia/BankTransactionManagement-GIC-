      *>mean fail - a fail never books)
           05  LN-AffordPct       PIC 9(3)V99 VALUE 0.
           05  LN-AffordBand      PIC X VALUE SPACE.
      *>the principal still owed inside LN-Outstanding - the rest of
      *>LN-Outstanding is interest not yet earned. Collections and
      *>settlements take their principal portion off here, and the
      *>loan-book GL account is proved against its total. Zero on a
      *>row booked before the split was kept; such a row is taken
      *>as principal and interest in the proportion it was lent at
           05  LN-PrinOutstanding PIC 9(10)V99 VALUE 0.
      *>arrears position as LoanCollection left it after the last
      *>run: principal and interest of the installments fallen due
      *>and not yet collected, the due date of the oldest of them
      *>(zero when the loan is up to date), and the penalty
      *>interest accrued on them and not yet collected - with the
      *>date it was last accrued to
           05  LN-OverduePrin     PIC 9(10)V99 VALUE 0.
           05  LN-OverdueInt      PIC 9(10)V99 VALUE 0.
           05  LN-OverdueSince    PIC 9(8) VALUE 0.
           05  LN-PenaltyAccrued  PIC 9(10)V99 VALUE 0.
           05  LN-PenaltyDate     PIC 9(8) VALUE 0.
      *>set once the loan's terms have been restructured (term
      *>extended, installment lowered or a payment holiday given);
      *>the original and every later set of terms are kept in
      *>data/LoanRestructures.dat. loanProvision holds a
      *>restructured loan out of the better buckets until it has
      *>run its probation from LN-RestructDate
           05  LN-RestructFlag    PIC X VALUE "N".
               88  LN-RESTRUCTURED    VALUE "Y".
           05  LN-RestructDate    PIC 9(8) VALUE 0.
           05  LN-RestructCount   PIC 9(2) VALUE 0.
      *>pricing basis: F fixed at LN-Rate for life, V floating at
      *>the base rate in data/BaseRates.dat plus LN-Margin. For a
      *>floating loan LN-Rate is the rate now charged, LN-BaseRate
      *>the base it was last priced off and LN-RepriceDate when
      *>loanReprice last moved it
           05  LN-RateType        PIC X VALUE "F".
               88  LN-FIXED-RATE      VALUE "F".
               88  LN-FLOATING        VALUE "V".
           05  LN-Margin          PIC 9(3)V99 VALUE 0.
           05  LN-BaseRate        PIC 9(3)V99 VALUE 0.
           05  LN-RepriceDate     PIC 9(8) VALUE 0.
