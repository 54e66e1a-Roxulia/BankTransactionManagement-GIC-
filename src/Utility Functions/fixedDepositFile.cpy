               88  FXD-INSTR-PAYOUT   VALUE "P".
               88  FXD-INSTR-ROLLP    VALUE "R".
               88  FXD-INSTR-ROLLPI   VALUE "I".
      *>interest payable built up day by day by fdAccrual since the
      *>deposit opened; the maturity or break posting reverses it
      *>when the interest is actually paid
           05  FXD-AccruedInt     PIC 9(10)V99 VALUE 0.
           05  FXD-AccrualDate    PIC 9(8) VALUE 0.
