      *>name, record count, amount total and a content hash built
      *>through the chainHash/encryption machinery - and a
      *>fingerprint already on the register is refused before a
      *>single row posts twice. Keyed by the content hash. A file
      *>is registered before its rows post and marked posted
      *>(markInboundPosted) once the import has run through, so
      *>the day-end readiness check can show a file left half
      *>done; a row with no status predates the flag. A file left
      *>half done is settled by a supervisor from inboundRegister:
      *>resolved (the rest was put right by hand, nothing more to
      *>post) or re-opened (the posted rows were reversed, and the
      *>same file may be imported again).
           05  IBF-Hash           PIC X(32).
           05  IBF-FileName       PIC X(60).
           05  IBF-RecCount       PIC 9(7).
           05  IBF-AdminId        PIC 9(5).
           05  IBF-Date           PIC 9(8).
           05  IBF-Time           PIC 9(6).
           05  IBF-Status         PIC X VALUE "R".
               88  IBF-REGISTERED     VALUE "R".
               88  IBF-POSTED         VALUE "P" " ".
               88  IBF-RESOLVED       VALUE "X".
               88  IBF-REOPENED       VALUE "O".
