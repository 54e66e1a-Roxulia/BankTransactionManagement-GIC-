      *>Shared record layout for data/AtmTerminals.dat - one of our
      *>ATMs, keyed by the switch's terminal ID (PST-Terminal in
      *>the channel import's posted file). The cash position runs
      *>in cycles from one service to the next: cassettes loaded
      *>from the branch vault add to ATM-Loaded, cash withdrawals
      *>the switch reports at the terminal add to ATM-Dispensed
      *>(rolled forward day by day up to ATM-RollDate), and the
      *>machine should hold loaded minus dispensed. At service the
      *>custodian's count is set against that figure, the notes go
      *>back to the vault and the cycle starts again.
           05  ATM-Terminal       PIC X(8).
           05  ATM-Location       PIC X(30).
           05  ATM-Branch         PIC X(3).
           05  ATM-VaultAID       PIC 9(5).
           05  ATM-Status         PIC X VALUE "A".
               88  ATM-ACTIVE         VALUE "A".
               88  ATM-OUT-OF-SERVICE VALUE "O".
           05  ATM-Loaded         PIC 9(10)V99 VALUE 0.
           05  ATM-Dispensed      PIC 9(10)V99 VALUE 0.
      *>how far the dispense roll has read: the last posted file
      *>(by business date), the lines of it already taken, and the
      *>machine's dispense so far on that day
           05  ATM-RollDate       PIC 9(8) VALUE 0.
           05  ATM-RollLines      PIC 9(7) VALUE 0.
           05  ATM-RollDayAmt     PIC 9(10)V99 VALUE 0.
      *>seven-day running average of the daily dispense, for the
      *>run-out forecast
           05  ATM-AvgDaily       PIC 9(10)V99 VALUE 0.
           05  ATM-LastLoad       PIC 9(8) VALUE 0.
           05  ATM-NextLoad       PIC 9(8) VALUE 0.
           05  ATM-LastCount      PIC 9(8) VALUE 0.
           05  ATM-LastCounted    PIC 9(10)V99 VALUE 0.
           05  ATM-LastVariance   PIC S9(10)V99 VALUE 0.
