      *>Shared record layout for data/LockerRentals.dat - one rental
      *>agreement per letting of a safe deposit locker, to the
      *>customer whose NRC it is made out to, with the account the
      *>annual rent is debited from. LRA-RentDue is the next
      *>anniversary the rent falls due; while a year's rent stays
      *>unpaid LRA-UnpaidSince holds the due date it was missed on
      *>and access is locked until the rent batch collects it.
           05  LRA-ID             PIC 9(6).
           05  LRA-Branch         PIC X(3).
           05  LRA-LockerNo       PIC X(5).
           05  LRA-Nrc            PIC X(30).
           05  LRA-UID            PIC 9(5).
           05  LRA-AccNo          PIC 9(16).
           05  LRA-Name           PIC X(20).
           05  LRA-StartDate      PIC 9(8).
           05  LRA-RentDue        PIC 9(8).
           05  LRA-LastPaid       PIC 9(8) VALUE 0.
           05  LRA-LastRent       PIC 9(10)V99 VALUE 0.
           05  LRA-UnpaidSince    PIC 9(8) VALUE 0.
           05  LRA-Access         PIC X VALUE "Y".
               88  LRA-ACCESS-OK      VALUE "Y".
               88  LRA-ACCESS-LOCKED  VALUE "N".
           05  LRA-Status         PIC X VALUE "A".
               88  LRA-ACTIVE         VALUE "A".
               88  LRA-SURRENDERED    VALUE "C".
               88  LRA-FORCE-OPENED   VALUE "F".
           05  LRA-EndDate        PIC 9(8) VALUE 0.
           05  LRA-OpenedBy       PIC 9(5).
