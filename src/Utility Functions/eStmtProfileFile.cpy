      *>Shared record layout for data/EStmtProfiles.dat - how a
      *>business account (one with a signatory panel) takes its
      *>structured electronic statement, keyed by UID. A business
      *>account with no row is given one on its first statement:
      *>monthly, queued for pickup. The statement sequence number
      *>and the closing booked balance of the last statement sent
      *>carry forward from one statement to the next.
           05  ESP-UID            PIC 9(5).
           05  ESP-Freq           PIC X VALUE "M".
               88  ESP-MONTHLY        VALUE "M".
               88  ESP-DAILY          VALUE "D".
      *>P = written and queued in data/EStmtPickup.dat for the
      *>customer to collect, G = handed to the gateway extract
           05  ESP-Channel        PIC X VALUE "P".
               88  ESP-PICKUP         VALUE "P".
               88  ESP-GATEWAY        VALUE "G".
           05  ESP-LastSeq        PIC 9(5) VALUE 0.
           05  ESP-LastDate       PIC 9(8) VALUE 0.
           05  ESP-LastClose      PIC S9(10)V99 VALUE 0.
