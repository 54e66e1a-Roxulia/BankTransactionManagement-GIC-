      *>Shared record layout for data/OtpCodes.dat - the one-time
      *>passcode register, one row per customer UID. otpStepUp keeps
      *>only the salted hash of the live code, when it was issued and
      *>how many wrong entries it has taken; OTP-FailCount is the
      *>running count of failed or expired codes against the account.
           05  OTP-UID            PIC 9(5).
           05  OTP-Hash           PIC X(32).
           05  OTP-IssueDate      PIC 9(8).
           05  OTP-IssueTime      PIC 9(6).
           05  OTP-Status         PIC X VALUE "U".
               88  OTP-OPEN           VALUE "O".
               88  OTP-USED           VALUE "U".
               88  OTP-FAILED         VALUE "F".
               88  OTP-EXPIRED        VALUE "X".
           05  OTP-Tries          PIC 9(2) VALUE 0.
           05  OTP-FailCount      PIC 9(5) VALUE 0.
           05  OTP-LastFailDate   PIC 9(8) VALUE 0.
