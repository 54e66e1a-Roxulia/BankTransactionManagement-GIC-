      *>Shared record layout for data/ReturnedCheques.dat - the
      *>returned-cheque register, one row per presented leaf that
      *>went back unpaid, keyed by drawer account plus leaf so a
      *>drawer's returns read together. Written by
      *>recordChequeReturn from inward clearing and the positive
      *>pay decisions; read by isChequeBarred and the returned
      *>cheque report.
           05  RTN-Key.
               10  RTN-AccNo      PIC 9(16).
               10  RTN-Leaf       PIC 9(6).
           05  RTN-Date           PIC 9(8).
           05  RTN-Branch         PIC X(3).
           05  RTN-Amount         PIC 9(10)V99.
           05  RTN-Payee          PIC X(20).
           05  RTN-Reason         PIC X(2).
               88  RTN-NO-FUNDS       VALUE "01".
               88  RTN-STOPPED        VALUE "02".
               88  RTN-POSPAY         VALUE "03".
           05  RTN-Charge         PIC 9(10)V99 VALUE 0.
           05  RTN-ChargeStatus   PIC X VALUE "N".
               88  RTN-CHG-NONE       VALUE "N".
               88  RTN-CHG-COLLECTED  VALUE "C".
               88  RTN-CHG-UNPAID     VALUE "U".
           05  RTN-ChargeTrxID    PIC X(11) VALUE SPACES.
           05  RTN-AdminId        PIC 9(5).
