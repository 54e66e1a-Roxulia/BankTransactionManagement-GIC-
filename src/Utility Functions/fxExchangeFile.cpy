      *>Shared record layout for data/FxExchanges.dat - one row per
      *>banknote exchange over the counter, the customer's receipt
      *>of record (reprinted from it on request). B = the bank
      *>bought foreign notes from the customer and paid out MMK,
      *>S = the bank sold foreign notes against MMK. The margin is
      *>the difference from the mid rate, booked to FX income.
           05  FXE-ID             PIC 9(7).
           05  FXE-Date           PIC 9(8).
           05  FXE-Time           PIC 9(6).
           05  FXE-AdminId        PIC 9(5).
           05  FXE-Branch         PIC X(3).
           05  FXE-Dir            PIC X.
               88  FXE-BANK-BUYS      VALUE "B".
               88  FXE-BANK-SELLS     VALUE "S".
           05  FXE-Ccy            PIC X(3).
           05  FXE-FcyAmount      PIC 9(10)V99.
           05  FXE-MidRate        PIC 9(6)V9(4).
           05  FXE-Rate           PIC 9(6)V9(4).
           05  FXE-MmkAmount      PIC 9(12)V99.
           05  FXE-Margin         PIC 9(10)V99.
           05  FXE-CustName       PIC X(30).
           05  FXE-CustNrc        PIC X(30).
