               88  CUST-RISK-HIGH     VALUE "H".
           05  CUST-RiskScore     PIC 9(3) VALUE 0.
           05  CUST-RiskDate      PIC 9(8) VALUE 0.
      *>date of birth, captured at opening and through the bulk
      *>import (0 = not recorded, for customers from before it was
      *>asked). Under 18 the customer's accounts are minor accounts
      *>operated by a guardian - see UGuardianNrc in userFile.cpy -
      *>until minorMajority converts them at majority.
           05  CUST-BirthDate     PIC 9(8) VALUE 0.
