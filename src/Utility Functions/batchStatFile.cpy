      *>Shared record layout for data/BatchStats.dat - one line per
      *>end-of-day step completed, appended by EndOfDay: the step's
      *>start and end stamps, its run time in seconds and the record
      *>counts the step reported through setStepCounts. A step that
      *>reports nothing is written with zero counts and BST-Counted N.
           05  BST-Date           PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  BST-Step           PIC 9(2).
           05  FILLER             PIC X VALUE SPACE.
           05  BST-JobName        PIC X(20).
           05  FILLER             PIC X VALUE SPACE.
           05  BST-Start          PIC 9(14).
           05  FILLER             PIC X VALUE SPACE.
           05  BST-End            PIC 9(14).
           05  FILLER             PIC X VALUE SPACE.
           05  BST-Secs           PIC 9(7).
           05  FILLER             PIC X VALUE SPACE.
           05  BST-Read           PIC 9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  BST-Written        PIC 9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  BST-Rejects        PIC 9(9).
           05  FILLER             PIC X VALUE SPACE.
           05  BST-Counted        PIC X.
               88  BST-COUNTS-GIVEN   VALUE "Y".
