      *>Shared record layout for data/Complaints.dat - the customer
      *>complaint register, keyed by complaint number. Complaints
      *>about a transaction itself go through the dispute register
      *>instead; this one takes service complaints (staff, queues,
      *>card delivery, charges, statements). The target date comes
      *>from the category's resolution days (CMPTxxxx in
      *>TrxLimits.dat) and complaintEscalate raises the escalation
      *>level each time an open complaint runs past it.
           05  CMP-ID             PIC 9(6).
      *>the complaining customer - 0 for someone who holds no account
           05  CMP-UID            PIC 9(5).
      *>STAF staff, QUEU queues/waiting, CARD card delivery,
      *>CHRG wrong charges, STMT statement errors, OTHR other
           05  CMP-Category       PIC X(4).
           05  CMP-Channel        PIC X.
               88  CMP-BY-BRANCH      VALUE "B".
               88  CMP-BY-PHONE       VALUE "P".
               88  CMP-BY-EMAIL       VALUE "E".
               88  CMP-BY-ONLINE      VALUE "O".
               88  CMP-BY-LETTER      VALUE "L".
           05  CMP-Branch         PIC X(3).
      *>the officer answering the complaint - 0 until assigned
           05  CMP-Officer        PIC 9(5) VALUE 0.
           05  CMP-LoggedBy       PIC 9(5).
           05  CMP-OpenDate       PIC 9(8).
           05  CMP-TargetDate     PIC 9(8).
           05  CMP-Status         PIC X VALUE "O".
               88  CMP-OPEN           VALUE "O".
               88  CMP-ESCALATED      VALUE "E".
               88  CMP-CLOSED         VALUE "C".
           05  CMP-EscLevel       PIC 9 VALUE 0.
           05  CMP-ClosedDate     PIC 9(8) VALUE 0.
           05  CMP-ClosedBy       PIC 9(5) VALUE 0.
           05  CMP-Outcome        PIC X VALUE SPACE.
               88  CMP-UPHELD         VALUE "U".
               88  CMP-PARTLY         VALUE "P".
               88  CMP-NOT-UPHELD     VALUE "N".
           05  CMP-Summary        PIC X(40).
           05  CMP-Resolution     PIC X(40) VALUE SPACES.
