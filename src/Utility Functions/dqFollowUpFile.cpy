      *>Shared record layout for data/DqFollowUp.dat - the customer
      *>data-quality follow-up list, one row per account and failed
      *>rule. The monthly dataQuality run opens a row the first time
      *>an account fails a rule and clears it once the record
      *>passes; in between the branch works the list from
      *>dqFollowUp, taking the missing details when the customer
      *>next comes in. A row marked fixed at the counter is only
      *>cleared when the next run finds the record passing - if it
      *>still fails, the row is reopened.
           05  DQF-Key.
               10  DQF-UID        PIC 9(5).
      *>ADDR address blank, PHON phone fails the phone check, DOCX
      *>no identity document expiry, NAME name differs from the
      *>customer master, CPRF no contact preference on file
               10  DQF-Rule       PIC X(4).
           05  DQF-AccNo          PIC 9(16).
           05  DQF-Branch         PIC X(3).
           05  DQF-Name           PIC X(20).
           05  DQF-Detail         PIC X(30).
           05  DQF-FirstFound     PIC 9(8).
           05  DQF-LastFound      PIC 9(8).
           05  DQF-Status         PIC X VALUE "O".
               88  DQF-OPEN           VALUE "O".
               88  DQF-FIXED          VALUE "F".
               88  DQF-CLEARED        VALUE "C".
      *>who marked it fixed at the counter and when - 0 when the
      *>monthly run cleared it on its own
           05  DQF-ActionBy       PIC 9(5) VALUE 0.
           05  DQF-ActionDate     PIC 9(8) VALUE 0.
