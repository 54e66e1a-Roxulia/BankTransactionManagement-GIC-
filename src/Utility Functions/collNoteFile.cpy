      *>Shared record layout for data/CollNotes.dat - the collections
      *>officers' contact history against a loan in arrears, one row
      *>per call or visit keyed by LN-ID plus a running sequence.
      *>A contact that ends in a promise to pay also carries the
      *>promised date and amount; the nightly promiseCheck run
      *>measures the loan's actual collections against it and marks
      *>the promise kept or broken.
           05  CN-Key.
               10  CN-LoanID      PIC 9(5).
               10  CN-Seq         PIC 9(4).
           05  CN-ContactDate     PIC 9(8).
           05  CN-AdminID         PIC 9(5).
           05  CN-Outcome         PIC XX.
               88  CN-PROMISED        VALUE "PP".
               88  CN-NO-ANSWER       VALUE "NA".
               88  CN-LEFT-MESSAGE    VALUE "LM".
               88  CN-REFUSED         VALUE "RF".
               88  CN-WRONG-NUMBER    VALUE "WN".
               88  CN-DISPUTED        VALUE "DS".
               88  CN-VALID-OUTCOME   VALUE "PP" "NA" "LM" "RF"
                                            "WN" "DS".
           05  CN-Note            PIC X(50).
           05  CN-PromDate        PIC 9(8) VALUE 0.
           05  CN-PromAmt         PIC 9(10)V99 VALUE 0.
      *>collected against the loan from the contact date up to the
      *>promised date, as last measured by promiseCheck
           05  CN-PromPaid        PIC 9(10)V99 VALUE 0.
           05  CN-PromStatus      PIC X VALUE SPACE.
               88  CN-NO-PROMISE      VALUE SPACE.
               88  CN-PROM-OPEN       VALUE "O".
               88  CN-PROM-KEPT       VALUE "K".
               88  CN-PROM-BROKEN     VALUE "B".
      *>replaced by a newer promise taken before this one fell due
               88  CN-PROM-CANCELLED  VALUE "X".
           05  CN-ResolvedDate    PIC 9(8) VALUE 0.
