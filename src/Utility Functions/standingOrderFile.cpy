           05  SO-EndDate       PIC 9(8) VALUE 0.
           05  SO-MaxRuns       PIC 9(3) VALUE 0.
           05  SO-RunCount      PIC 9(3) VALUE 0.
      *>an order paying an account at another bank carries the
      *>destination bank code, external account and beneficiary
      *>name instead of an internal receiver (SO-ReceiverUID and
      *>SO-ReceiverAcc stay zero). StandingOrders.cbl sends it
      *>through the outgoing interbank register; SO-ExtRejects
      *>counts the other bank's returns in a row (reset when one
      *>settles) and drives the retry queue like any failed run.
           05  SO-DestType      PIC X VALUE "I".
               88  SO-DEST-INTERNAL  VALUE "I".
               88  SO-DEST-EXTERNAL  VALUE "E".
           05  SO-ExtBankCode   PIC X(8) VALUE SPACES.
           05  SO-ExtAcc        PIC 9(16) VALUE 0.
           05  SO-BenefName     PIC X(30) VALUE SPACES.
           05  SO-ExtRejects    PIC 9(2) VALUE 0.
