      *>Shared record layout for data/StrCases.dat - suspicious
      *>transaction report cases, keyed by case number. A case is
      *>opened from the suspect review queue when the reviewer
      *>decides an item is genuinely suspicious, carrying the
      *>reviewer's narrative, the customer's particulars as they
      *>stood that day and the transactions it concerns. The
      *>compliance officer then files it (the FIU submission file
      *>is written and the reference number assigned) or declines
      *>it. The customer must never learn of a case, so nothing
      *>here is shown on any branch screen or customer notice.
           05  STR-ID             PIC 9(6).
      *>STR + filing date + case number, assigned when filed
           05  STR-Ref            PIC X(17) VALUE SPACES.
           05  STR-Status         PIC X VALUE "D".
               88  STR-AWAITING       VALUE "D".
               88  STR-FILED          VALUE "F".
               88  STR-DECLINED       VALUE "X".
           05  STR-OpenDate       PIC 9(8).
           05  STR-OpenedBy       PIC 9(5).
      *>the queue item the case grew from
           05  STR-Rule           PIC X(8).
           05  STR-AccNo          PIC 9(16).
           05  STR-Branch         PIC X(3).
      *>the subject - from Customers.dat, or the account row when
      *>the NRC has no customer master row
           05  STR-CustID         PIC 9(5) VALUE 0.
           05  STR-NRC            PIC X(30).
           05  STR-Name           PIC X(20).
           05  STR-Address        PIC X(20).
           05  STR-Phone          PIC X(11).
           05  STR-BirthDate      PIC 9(8) VALUE 0.
           05  STR-LinkCount      PIC 9(2) VALUE 0.
           05  STR-Link           PIC X(11) OCCURS 10 TIMES.
           05  STR-Narrative.
               10  STR-NarrLine   PIC X(60) OCCURS 3 TIMES.
           05  STR-DecidedBy      PIC 9(5) VALUE 0.
           05  STR-DecidedDate    PIC 9(8) VALUE 0.
           05  STR-DeclineReason  PIC X(40) VALUE SPACES.
