      *>Shared record layout for data/RecurringDeposits.dat - a
      *>savings plan where the customer commits to a fixed monthly
      *>installment for RD-TermMonths months at a term rate. The
      *>first installment is taken when the plan is opened; the
      *>nightly recurringDeposits run takes the rest from the
      *>linked balance on each monthly due date, gives a missed
      *>installment RDGRACE days before it counts as missed, charges
      *>the RDPENAL late penalty against the plan, converts the plan
      *>to a plain deposit after RDMAXMIS misses, and pays it out at
      *>maturity under the same P/R/I instructions a fixed deposit
      *>uses (R and I roll into a new fixed deposit).
           05  RD-ID              PIC 9(5).
           05  RD-UID             PIC 9(5).
           05  RD-Installment     PIC 9(10)V99.
           05  RD-TermMonths      PIC 9(3).
      *>monthly rate, the same units as FXD-Rate
           05  RD-Rate            PIC 9(3)V99.
           05  RD-OpenDate        PIC 9(8).
           05  RD-MaturityDate    PIC 9(8).
      *>due date of the next installment not yet paid or missed
           05  RD-NextDue         PIC 9(8).
           05  RD-PaidCount       PIC 9(3) VALUE 0.
           05  RD-MissedCount     PIC 9(3) VALUE 0.
      *>installments paid in, less late penalties
           05  RD-Balance         PIC 9(12)V99 VALUE 0.
      *>each installment times the months it stays in the plan
      *>until maturity - interest at maturity is this times RD-Rate
           05  RD-ProdMonths      PIC 9(14)V99 VALUE 0.
           05  RD-PenaltyTotal    PIC 9(10)V99 VALUE 0.
      *>set to RD-NextDue once the owner has been told the
      *>installment could not be taken, so the notice goes once
           05  RD-DunnedDue       PIC 9(8) VALUE 0.
           05  RD-Status          PIC X VALUE "O".
               88  RD-OPEN            VALUE "O".
               88  RD-MATURED         VALUE "M".
               88  RD-CONVERTED       VALUE "C".
           05  RD-MatInstr        PIC X VALUE "P".
               88  RD-INSTR-PAYOUT    VALUE "P".
               88  RD-INSTR-ROLLP     VALUE "R".
               88  RD-INSTR-ROLLPI    VALUE "I".
           05  RD-CloseDate       PIC 9(8) VALUE 0.
      *>the fixed deposit a rolled-over plan became
           05  RD-SuccessorFD     PIC 9(5) VALUE 0.
