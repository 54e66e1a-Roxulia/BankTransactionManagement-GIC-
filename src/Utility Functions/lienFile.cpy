      *>trxTransfer (through getLienTotal), the nightly sweep remits
      *>to the order's beneficiary account as funds arrive, and a
      *>release before satisfaction is dual-authorized from the lien
      *>screen. A row with no beneficiary account is a guarantee's
      *>margin hold (order reference "BG" and the guarantee number):
      *>it earmarks the same way but is never swept, and only the
      *>guarantee register claims against it or releases it.
           05  LIEN-ID            PIC 9(5).
           05  LIEN-UID           PIC 9(5).
           05  LIEN-AccNo         PIC 9(16).
