      *>Shared record layout for data/MerchantTerminals.dat - which
      *>merchant a POS terminal ID (the switch's eight-character
      *>terminal, as PST-Terminal carries it) belongs to.
           05  MTM-Terminal       PIC X(8).
           05  MTM-MerchantId     PIC 9(5).
           05  MTM-AssignDate     PIC 9(8).
