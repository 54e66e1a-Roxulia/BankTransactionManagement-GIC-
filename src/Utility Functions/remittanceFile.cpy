      *>Shared record layout for data/Remittances.dat - walk-in cash
      *>sent over the counter to someone who holds no account with
      *>us. The receiver collects at any branch against the pickup
      *>code (kept only as a hash under the row's own salt) and
      *>their NRC. A remittance left uncollected past RMTEXPDY days
      *>falls due for refund to the sender; the fee is not refunded.
           05  RMT-ID             PIC 9(7).
           05  RMT-SendBranch     PIC X(3).
           05  RMT-SendDate       PIC 9(8).
           05  RMT-SendAdmin      PIC 9(5).
           05  RMT-SenderName     PIC X(30).
           05  RMT-SenderNrc      PIC X(30).
           05  RMT-SenderPh       PIC X(11).
           05  RMT-RcvName        PIC X(30).
           05  RMT-RcvNrc         PIC X(30).
           05  RMT-RcvPh          PIC X(11).
           05  RMT-Amount         PIC 9(10)V99.
           05  RMT-Fee            PIC 9(10)V99.
           05  RMT-CodeHash       PIC X(32).
           05  RMT-Salt           PIC X(32).
           05  RMT-Tries          PIC 9(2) VALUE 0.
           05  RMT-Status         PIC X VALUE "O".
               88  RMT-OUTSTANDING    VALUE "O".
               88  RMT-PAID           VALUE "P".
               88  RMT-EXPIRED        VALUE "E".
               88  RMT-REFUNDED       VALUE "R".
               88  RMT-LOCKED         VALUE "L".
           05  RMT-PayDate        PIC 9(8) VALUE 0.
           05  RMT-PayBranch      PIC X(3) VALUE SPACES.
           05  RMT-PayAdmin       PIC 9(5) VALUE 0.
           05  RMT-RefundDate     PIC 9(8) VALUE 0.
