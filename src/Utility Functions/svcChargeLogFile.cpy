      *>Shared record layout for data/ServiceChargeLog.dat - one row
      *>per service charge debited, keyed by the TrxID of the debit
      *>so the entry on the customer's statement leads straight to
      *>it. A branch manager's waiver refunds the charge and marks
      *>the row waived with who, when, why and the refund TrxID.
      *>Written by postServiceCharge, and by the merchant settlement
      *>for the discount fee (event MDR); the fee-income-by-event
      *>report and the waiver screen in serviceCharges read it.
           05  SCL-TrxID          PIC X(11).
           05  SCL-AccNo          PIC 9(16).
           05  SCL-UID            PIC 9(5).
           05  SCL-Event          PIC X(8).
           05  SCL-Date           PIC 9(8).
           05  SCL-Branch         PIC X(3).
           05  SCL-Amount         PIC 9(10)V99.
           05  SCL-Operator       PIC X(5).
           05  SCL-Status         PIC X VALUE "C".
               88  SCL-COLLECTED      VALUE "C".
               88  SCL-WAIVED         VALUE "W".
           05  SCL-WaivedBy       PIC 9(5) VALUE 0.
           05  SCL-WaiveDate      PIC 9(8) VALUE 0.
           05  SCL-WaiveTrxID     PIC X(11) VALUE SPACES.
           05  SCL-WaiveReason    PIC X(20) VALUE SPACES.
