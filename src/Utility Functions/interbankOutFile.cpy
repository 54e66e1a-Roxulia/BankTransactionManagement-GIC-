               88  IBO-PENDING        VALUE "P".
               88  IBO-SETTLED        VALUE "S".
               88  IBO-REJECTED       VALUE "R".
      *>not yet in a settlement file: W warehoused past the last
      *>cut-off until its value date, Q above the release threshold
      *>and waiting for treasury, H held by treasury; X returned to
      *>the sender by treasury without ever being sent
               88  IBO-WAREHOUSED     VALUE "W".
               88  IBO-QUEUED         VALUE "Q".
               88  IBO-HELD           VALUE "H".
               88  IBO-RETURNED       VALUE "X".
               88  IBO-UNSENT         VALUE "W" "Q" "H".
           05  IBO-AckDate        PIC 9(8) VALUE 0.
      *>the business day the payment is to leave on, the clearing
      *>cycle (data/ClearingCycles.dat) it was booked into, and the
      *>treasury admin who released, held or returned it
           05  IBO-ValueDate      PIC 9(8) VALUE 0.
           05  IBO-Cycle          PIC X(4) VALUE SPACES.
           05  IBO-ReleasedBy     PIC 9(5) VALUE 0.
      *>the standing order that raised the payment (0 = keyed by the
      *>customer), so a return can put the order back on retry
           05  IBO-SOID           PIC 9(5) VALUE 0.
