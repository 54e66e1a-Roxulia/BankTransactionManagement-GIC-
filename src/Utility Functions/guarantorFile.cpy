      *>Shared record layout for data/Guarantors.dat - the personal
      *>guarantees standing behind the loan book, the unsecured
      *>counterpart of Collateral.dat. One row per guarantor per
      *>loan, keyed by LN-ID plus a running sequence, carrying the
      *>guarantor's NRC, contact details and the amount guaranteed.
      *>Released from the guarantor screen when the loan closes.
           05  GR-Key.
               10  GR-LoanID      PIC 9(5).
               10  GR-Seq         PIC 9(2).
           05  GR-NRC             PIC X(30).
           05  GR-Name            PIC X(20).
           05  GR-Phone           PIC X(11).
           05  GR-Amount          PIC 9(10)V99.
           05  GR-AddDate         PIC 9(8).
           05  GR-AdminId         PIC 9(5).
           05  GR-Status          PIC X VALUE "A".
               88  GR-ACTIVE          VALUE "A".
               88  GR-RELEASED        VALUE "R".
           05  GR-ReleaseDate     PIC 9(8) VALUE 0.
