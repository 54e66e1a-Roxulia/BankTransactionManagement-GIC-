               10  PAYEE-Seq      PIC 9(3).
           05  PAYEE-Nick         PIC X(15).
           05  PAYEE-AccNo        PIC 9(16).
      *>date the payee was saved - transfers to a payee saved inside
      *>the OTPNEWDY cooling window need a one-time code (otpStepUp);
      *>zero on payees saved before the date was kept
           05  PAYEE-AddDate      PIC 9(8) VALUE 0.
