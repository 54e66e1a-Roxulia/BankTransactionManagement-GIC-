      *>Shared record layout for data/Agents.dat - a banking agent
      *>(a shopkeeper taking cash in and paying cash out for our
      *>customers away from a branch). The agent's float is an
      *>ordinary account in UserAccounts.dat: a cash-in moves value
      *>from the float to the customer, a cash-out from the customer
      *>back to the float, so the float falls as the agent takes in
      *>cash and must be topped up at the branch. The day's running
      *>figures reset on the first posting of a new business date,
      *>folding the finished day's count into a seven-day running
      *>average the activity check compares against.
           05  AGT-ID             PIC 9(5).
           05  AGT-Name           PIC X(30).
           05  AGT-Location       PIC X(30).
           05  AGT-Branch         PIC X(3).
           05  AGT-FloatAcc       PIC 9(16).
           05  AGT-FloatUID       PIC 9(5).
           05  AGT-Status         PIC X VALUE "A".
               88  AGT-ACTIVE         VALUE "A".
               88  AGT-SUSPENDED      VALUE "S".
               88  AGT-TERMINATED     VALUE "T".
      *>largest single transaction, and cash in plus cash out per
      *>business day
           05  AGT-TrxLimit       PIC 9(10)V99.
           05  AGT-DayLimit       PIC 9(10)V99.
           05  AGT-DayDate        PIC 9(8) VALUE 0.
           05  AGT-DayCount       PIC 9(5) VALUE 0.
           05  AGT-DayAmount      PIC 9(12)V99 VALUE 0.
      *>cash-ins refused today because the float could not cover
      *>them
           05  AGT-DayRejects     PIC 9(5) VALUE 0.
           05  AGT-AvgCount       PIC 9(5)V99 VALUE 0.
      *>last month (YYYYMM) commission was paid for
           05  AGT-CommMonth      PIC 9(6) VALUE 0.
           05  AGT-OpenDate       PIC 9(8).
