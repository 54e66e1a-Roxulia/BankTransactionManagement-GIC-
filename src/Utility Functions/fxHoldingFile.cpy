      *>Shared record layout for data/FxHoldings.dat - the bank's
      *>own foreign-currency assets, one row per currency and kind:
      *>C = notes held in the vaults and tills, N = the balance on
      *>our nostro account with the correspondent bank. Keyed by
      *>treasury from the vault count and the nostro statement;
      *>between counts the cash row moves with every banknote
      *>exchange at the counter (fxCounter). The nightly open
      *>position report (fxPosition) nets these against what
      *>customers hold in the same currency.
           05  FXH-Key.
               10  FXH-Ccy        PIC X(3).
               10  FXH-Type       PIC X.
                   88  FXH-CASH       VALUE "C".
                   88  FXH-NOSTRO     VALUE "N".
           05  FXH-Amount         PIC S9(12)V99 VALUE 0.
           05  FXH-Name           PIC X(20).
           05  FXH-AsOf           PIC 9(8) VALUE 0.
           05  FXH-AdminId        PIC 9(5) VALUE 0.
