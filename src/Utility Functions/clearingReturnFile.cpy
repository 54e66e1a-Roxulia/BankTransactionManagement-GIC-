      *>Shared record layout for data/ClearingReturns.dat - one row
      *>per inward clearing credit clearingImport could not apply
      *>and is sending back to the remitting bank. The money waits
      *>in the clearing suspense GL account from import ("H") until
      *>the night's outward return file carries it back ("S"); the
      *>clearing house then accepts the return ("A") or refuses it
      *>("F"), and a refused one goes back into suspense for the
      *>operations desk to deal with by hand.
           05  CRT-ID             PIC 9(7).
           05  CRT-OrigRef        PIC X(20).
           05  CRT-BankCode       PIC X(8).
           05  CRT-AccNo          PIC 9(16).
           05  CRT-Amount         PIC 9(10)V99.
      *>clearing house return reason codes
           05  CRT-Reason         PIC X(4).
               88  CRT-RSN-NO-ACCOUNT   VALUE "AC01".
               88  CRT-RSN-CLOSED       VALUE "AC04".
               88  CRT-RSN-BLOCKED      VALUE "AC06".
               88  CRT-RSN-CURRENCY     VALUE "AM03".
               88  CRT-RSN-DECEASED     VALUE "MD07".
           05  CRT-HeldDate       PIC 9(8).
           05  CRT-SentDate       PIC 9(8) VALUE 0.
           05  CRT-Status         PIC X VALUE "H".
               88  CRT-HELD             VALUE "H".
               88  CRT-SENT             VALUE "S".
               88  CRT-ACKED            VALUE "A".
               88  CRT-REFUSED          VALUE "F".
           05  CRT-AckDate        PIC 9(8) VALUE 0.
           05  CRT-AckReason      PIC X(20) VALUE SPACES.
