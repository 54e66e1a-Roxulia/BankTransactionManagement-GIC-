      *>customer tier - per-tier limits and fees live in
      *>data/TierLimits.dat; "ST" standard, "PR" premium
           05  UTier        PIC X(2) VALUE "ST".
      *>minor account - the holder is under 18; the "MN" rows in
      *>TierLimits.dat carry its lower limits. Set at opening from
      *>the date of birth and moved off only by minorMajority.
               88  TIER-MINOR   VALUE "MN".
      *>periodic KYC refresh tracking - next review due date and
      *>identity document expiry, set at opening and refreshed by
      *>the KYC review screen; an overdue account is dropped to the
      *>trxTransfer converts when the two sides differ and the
      *>nightly revaluation batch books the MMK book-value drift
           05  UCurrency    PIC X(3) VALUE "MMK".
      *>NRC of the guardian who operates a minor account (spaces
      *>for every other account) - an existing customer of the
      *>bank; userLogin asks for it on top of the password, and it
      *>is cleared when the holder comes of age
           05  UGuardianNrc PIC X(30) VALUE SPACES.
      *>NRC of a joint account's second holder (with U2LoginName
      *>above) - the deposit insurance return splits the account
      *>between the two holders by it
           05  U2Nrc        PIC X(30) VALUE SPACES.
