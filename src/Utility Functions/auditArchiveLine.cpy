      *>Shared record layout for a sealed audit-log archive
      *>(data/<log>_<YYYYMM>.arc), written by auditArchive. The
      *>first line (H) carries the chain hash the period started
      *>from and the archive before it; every archived log line (D)
      *>is kept whole beside its chain hash; the last line (T)
      *>carries the period's closing hash and its line count. The
      *>closing hash is the seed the next archive, or the live log,
      *>chains on from.
           05  AAL-Type           PIC X.
               88  AAL-HEADER         VALUE "H".
               88  AAL-DETAIL         VALUE "D".
               88  AAL-TRAILER        VALUE "T".
           05  FILLER             PIC X VALUE SPACE.
           05  AAL-Hash           PIC X(32).
           05  FILLER             PIC X VALUE SPACE.
           05  AAL-Text           PIC X(140).
