      *>Shared record layout for data/GLBranchBalances.dat - the
      *>same cumulative and day figures as GLBalances.dat, kept per
      *>branch (TrxBranch of the posting, or the receiving customer's
      *>home branch for the credit leg of a transfer) so a trial
      *>balance can be drawn for each branch on its own.
           05  GLBB-Key.
               10  GLBB-Branch    PIC X(3).
               10  GLBB-Acct      PIC 9(8).
           05  GLBB-Debits        PIC S9(14)V99.
           05  GLBB-Credits       PIC S9(14)V99.
           05  GLBB-DayDebits     PIC S9(12)V99.
           05  GLBB-DayCredits    PIC S9(12)V99.
           05  GLBB-LastDate      PIC 9(8).
