           05  PCH-ID             PIC 9(5).
      *>which file the change belongs to: RATE (InterestRates),
      *>TIER (TierLimits), HOLIDAY (Holidays), BILLER (Billers),
      *>BRANCH (Branches), LIMITS (TrxLimits), BASERATE (BaseRates),
      *>ROLEPERM (RolePermissions)
           05  PCH-File           PIC X(8).
           05  PCH-Action         PIC X(3).
               88  PCH-ACT-ADD        VALUE "ADD".
