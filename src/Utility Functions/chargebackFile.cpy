      *>Shared record layout for data/Chargebacks.dat - a card
      *>dispute claimed back from the merchant's bank through the
      *>card switch. Keyed on the dispute case it was raised from;
      *>the original channel posting (card, terminal) rides along
      *>so the network can find the merchant. CBK-Deadline is the
      *>date the next network step falls due: the raise window
      *>while unsent, the acquirer's answer once sent, and the
      *>representment window once the claim has been credited.
           05  CBK-ID             PIC 9(5).
           05  CBK-TrxID          PIC X(11).
           05  CBK-CardNo         PIC 9(16).
           05  CBK-Terminal       PIC X(8).
           05  CBK-AccNo          PIC 9(16).
           05  CBK-UID            PIC 9(5).
           05  CBK-Amount         PIC 9(10)V99.
           05  CBK-TrxDate        PIC 9(8).
           05  CBK-Reason         PIC X(4).
           05  CBK-RaisedDate     PIC 9(8).
           05  CBK-SentDate       PIC 9(8).
           05  CBK-Deadline       PIC 9(8).
           05  CBK-Status         PIC X VALUE "N".
               88  CBK-NEW            VALUE "N".
               88  CBK-SENT           VALUE "S".
               88  CBK-CREDITED       VALUE "C".
               88  CBK-REPRESENTED    VALUE "P".
               88  CBK-UNRECOVERED    VALUE "U".
               88  CBK-DECLINED       VALUE "D".
               88  CBK-FINAL          VALUE "F".
           05  CBK-CreditTrxID    PIC X(11).
           05  CBK-DebitTrxID     PIC X(11).
           05  CBK-NetRef         PIC X(12).
           05  CBK-AdminId        PIC 9(5).
