      *>Shared record layout for data/Merchants.dat - a shop that
      *>takes card payments on our POS terminals. Its card sales
      *>settle into MER-AccNo (one of our own accounts) each day,
      *>less the merchant discount fee at MER-Rate percent of the
      *>gross, which the bank keeps as fee income. The terminals
      *>the shop runs are mapped to it in data/MerchantTerminals.dat.
           05  MER-ID             PIC 9(5).
           05  MER-Name           PIC X(30).
           05  MER-AccNo          PIC 9(16).
           05  MER-Rate           PIC 9(2)V99.
           05  MER-Status         PIC X VALUE "A".
               88  MER-ACTIVE         VALUE "A".
               88  MER-SUSPENDED      VALUE "S".
           05  MER-OpenDate       PIC 9(8).
           05  MER-LastSettled    PIC 9(8) VALUE 0.
