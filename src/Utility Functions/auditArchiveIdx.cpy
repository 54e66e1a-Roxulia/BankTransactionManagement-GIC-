      *>Shared record layout for data/AuditArchives.dat - one line
      *>per sealed archive auditArchive has written: the log it came
      *>from (by the audit inquiry's source name), the period, the
      *>first and last dates in it, its line count, the business
      *>date it was archived and the archive file's path.
           05  AAX-Source         PIC X(12).
           05  FILLER             PIC X VALUE SPACE.
           05  AAX-Period         PIC 9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  AAX-FirstDate      PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  AAX-LastDate       PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  AAX-Lines          PIC 9(7).
           05  FILLER             PIC X VALUE SPACE.
           05  AAX-ArchDate       PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  AAX-Path           PIC X(60).
