      *>Shared record layout for data/LoanSchedule.dat - the
      *>repayment schedule behind each row of Loans.dat, one row per
      *>installment keyed by LN-ID plus the installment number. Each
      *>row carries its own principal and interest portions, so
      *>every collection and settlement posts the two parts to
      *>their own GL accounts instead of one lump off LN-Outstanding.
      *>Built by buildLoanSchedule at origination; a recast
      *>supersedes the rows not yet due and appends the new ones,
      *>so the original schedule always stays readable.
           05  LSC-Key.
               10  LSC-LoanID     PIC 9(5).
               10  LSC-InstNo     PIC 9(3).
           05  LSC-DueDate        PIC 9(8).
           05  LSC-Principal      PIC 9(10)V99.
           05  LSC-Interest       PIC 9(10)V99.
           05  LSC-PaidPrin       PIC 9(10)V99 VALUE 0.
           05  LSC-PaidInt        PIC 9(10)V99 VALUE 0.
           05  LSC-PaidDate       PIC 9(8) VALUE 0.
           05  LSC-Status         PIC X VALUE "U".
               88  LSC-UNPAID         VALUE "U".
      *>fell due and was not (fully) collected - re-attempted every
      *>business day until paid
               88  LSC-OVERDUE        VALUE "D".
               88  LSC-PAID           VALUE "P".
      *>replaced by a recast, restructure or settlement rebate
               88  LSC-SUPERSEDED     VALUE "S".
