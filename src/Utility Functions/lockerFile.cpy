      *>Shared record layout for data/Lockers.dat - the safe deposit
      *>locker master, one row per locker per branch. The size picks
      *>the annual rent from the service-charge catalogue (event
      *>LCKRENT plus the size letter). A rented locker carries the
      *>rental agreement it is let under (lockerRentalFile.cpy).
           05  LCK-Key.
               10  LCK-Branch     PIC X(3).
               10  LCK-No         PIC X(5).
           05  LCK-Size           PIC X.
               88  LCK-SMALL          VALUE "S".
               88  LCK-MEDIUM         VALUE "M".
               88  LCK-LARGE          VALUE "L".
           05  LCK-KeyNo          PIC X(10).
           05  LCK-Status         PIC X VALUE "V".
               88  LCK-VACANT         VALUE "V".
               88  LCK-RENTED         VALUE "R".
               88  LCK-OUT-OF-USE     VALUE "X".
           05  LCK-AgrID          PIC 9(6) VALUE 0.
           05  LCK-AddDate        PIC 9(8).
