      *>Shared record layout for data/Guarantees.dat - the bank
      *>guarantee register. One row per guarantee issued for a
      *>customer in favour of a named beneficiary. The margin is
      *>held on the customer's account as a lien (BG-LienID, order
      *>reference "BG" and the guarantee number) until the claim
      *>period after expiry has run out; a claim is paid out of it.
      *>Commission is taken quarterly in advance on BG-NextComm.
           05  BG-ID              PIC 9(6).
           05  BG-Type            PIC X.
               88  BG-PERFORMANCE     VALUE "P".
               88  BG-BID             VALUE "B".
               88  BG-ADVANCE         VALUE "A".
           05  BG-UID             PIC 9(5).
           05  BG-AccNo           PIC 9(16).
           05  BG-Applicant       PIC X(20).
           05  BG-BenName         PIC X(30).
           05  BG-BenAcc          PIC 9(16).
           05  BG-Amount          PIC 9(10)V99.
           05  BG-Claimed         PIC 9(10)V99 VALUE 0.
           05  BG-Margin          PIC 9(10)V99.
           05  BG-LienID          PIC 9(5).
           05  BG-IssueDate       PIC 9(8).
           05  BG-Expiry          PIC 9(8).
           05  BG-ClaimExpiry     PIC 9(8).
           05  BG-Terms           PIC X(40).
           05  BG-NextComm        PIC 9(8).
           05  BG-CommPaid        PIC 9(10)V99 VALUE 0.
           05  BG-Status          PIC X VALUE "A".
               88  BG-ACTIVE          VALUE "A".
               88  BG-PAID-OUT        VALUE "C".
               88  BG-EXPIRED         VALUE "E".
               88  BG-CANCELLED       VALUE "X".
           05  BG-IssuedBy        PIC 9(5).
           05  BG-CloseDate       PIC 9(8) VALUE 0.
