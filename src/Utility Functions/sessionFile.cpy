      *>Shared record layout for data/AdminSessions.dat - the admin
      *>session register, one row per admin. adminSession opens the
      *>row at login, stamps the last activity on every menu action
      *>and closes it at log out, idle timeout or when a supervisor
      *>forces it closed. The token is the login time stamp, so a
      *>terminal whose session was replaced cannot carry on with it.
           05  SES-AID            PIC 9(5).
           05  SES-LoginName      PIC X(25).
           05  SES-Token          PIC 9(14).
           05  SES-StartDate      PIC 9(8).
           05  SES-StartTime      PIC 9(6).
           05  SES-LastDate       PIC 9(8).
           05  SES-LastTime       PIC 9(6).
           05  SES-Status         PIC X VALUE "E".
               88  SES-ACTIVE         VALUE "A".
               88  SES-ENDED          VALUE "E".
               88  SES-TIMED-OUT      VALUE "T".
               88  SES-FORCED         VALUE "F".
           05  SES-EndedBy        PIC 9(5) VALUE 0.
