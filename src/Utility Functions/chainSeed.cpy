      *>Shared record layout for a chained log's seed sidecar
      *>(<log>.seed). Once the older part of a log has been moved
      *>to a sealed archive, the live chain no longer starts from
      *>zeros but from the archive's closing hash, kept here with
      *>the archive it came from so the boundary can be checked.
           05  SEED-Hash          PIC X(32).
           05  FILLER             PIC X VALUE SPACE.
           05  SEED-From          PIC X(60).
