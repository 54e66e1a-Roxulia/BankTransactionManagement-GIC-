      *>Shared record layout for data/LoanRestructures.dat - one row
      *>per restructure of a loan, keyed by LN-ID plus a running
      *>sequence. Each row keeps the terms the loan ran on before
      *>the change next to the terms it runs on after, so the first
      *>row of a loan always shows the original contract however
      *>many times it has been restructured since.
           05  LRS-Key.
               10  LRS-LoanID     PIC 9(5).
               10  LRS-Seq        PIC 9(2).
           05  LRS-Date           PIC 9(8).
           05  LRS-Type           PIC X.
               88  LRS-EXTENSION      VALUE "E".
               88  LRS-LOWER-INST     VALUE "I".
               88  LRS-HOLIDAY        VALUE "H".
           05  LRS-Reason         PIC X(40).
           05  LRS-MakerId        PIC 9(5).
           05  LRS-CheckerId      PIC 9(5).
      *>terms before the restructure
           05  LRS-OldTerm        PIC 9(3).
           05  LRS-OldInstallment PIC 9(10)V99.
           05  LRS-OldOutstanding PIC 9(10)V99.
           05  LRS-OldPrinOut     PIC 9(10)V99.
           05  LRS-OldRemain      PIC 9(3).
      *>arrears rolled into the new schedule
           05  LRS-CapPrin        PIC 9(10)V99.
           05  LRS-CapInt         PIC 9(10)V99.
      *>terms after the restructure
           05  LRS-NewTerm        PIC 9(3).
           05  LRS-NewInstallment PIC 9(10)V99.
           05  LRS-NewOutstanding PIC 9(10)V99.
           05  LRS-NewRemain      PIC 9(3).
           05  LRS-HolidayMonths  PIC 9.
           05  LRS-ExtraInterest  PIC 9(10)V99.
           05  LRS-FirstDueDate   PIC 9(8).
