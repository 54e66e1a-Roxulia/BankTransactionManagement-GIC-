      *          on sight, so each pass extends the tamper-evident
      *          cover to everything written since the last one.
      *          Runs standalone and as a check inside the weekly
      *          integrityAudit pass. A log whose older lines were
      *          moved out by auditArchive chains on from the seed
      *          in <log>.seed; the archive the seed came from is
      *          walked too, and its closing hash must be the seed,
      *          so the check carries across the archive boundary.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHN-FS.

           SELECT SeedFile ASSIGN TO WS-SEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-FS.

           SELECT ArcFile ASSIGN TO WS-ARC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LogFile.
       FD  ChainFile.
       01  ChainLine           PIC X(32).

       FD  SeedFile.
       01  SeedRecord.
           copy 'chainSeed.cpy'.

       FD  ArcFile.
       01  ArcRecord.
           copy 'auditArchiveLine.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-LOG-FS           PIC XX.
       01  WS-CHN-FS           PIC XX.
       01  WS-LX               PIC 9.
       01  WS-CLEAN            PIC X.
       01  WS-CHAIN-LINE80     PIC X(80).
       01  WS-SEED-FS          PIC XX.
       01  WS-ARC-FS           PIC XX.
       01  WS-SEED-PATH        PIC X(60).
       01  WS-BASE-PATH        PIC X(60).
       01  WS-ARC-PATH         PIC X(60).
       01  WS-SEED-HASH        PIC X(32).
       01  WS-ARC-EOF          PIC X.
       01  WS-ARC-LINES        PIC 9(7).
       01  WS-ARC-OK           PIC X.

       copy 'colorCodes.cpy'.

           MOVE SPACES TO WS-PREV-HASH
           MOVE 'N' TO WS-LOG-EOF
           MOVE 'N' TO WS-CHN-EOF
           PERFORM READ-SEED
           MOVE WS-SEED-HASH TO WS-PREV-HASH

           OPEN INPUT LogFile
           IF WS-LOG-FS NOT = "00"
                   WS-LINE-NO " line(s), " WS-SEALED-NOW
                   " newly sealed)."
           END-IF
           IF WS-ARC-PATH NOT = SPACES
               PERFORM VERIFY-BOUNDARY
           END-IF
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The seed sits beside the chain: <log>.chain -> <log>.seed.
      *>No seed means the log was never archived and starts from
      *>zeros, as it always has.
       READ-SEED.
           MOVE SPACES TO WS-BASE-PATH WS-SEED-PATH WS-SEED-HASH
               WS-ARC-PATH
           UNSTRING WS-CHAIN-PATH DELIMITED BY ".chain"
               INTO WS-BASE-PATH
           END-UNSTRING
           STRING FUNCTION TRIM(WS-BASE-PATH) ".seed"
               DELIMITED BY SIZE INTO WS-SEED-PATH
           OPEN INPUT SeedFile
           IF WS-SEED-FS = "00"
               READ SeedFile
                   NOT AT END
                       MOVE SEED-Hash TO WS-SEED-HASH
                       MOVE SEED-From TO WS-ARC-PATH
               END-READ
               CLOSE SeedFile
           END-IF
           .

      *>Walk the archive the seed came from: every line rehashed
      *>from the archive's own starting hash, and the closing hash
      *>must be both what the lines add up to and the live seed.
       VERIFY-BOUNDARY.
           MOVE 'Y' TO WS-ARC-OK
           MOVE 'N' TO WS-ARC-EOF
           MOVE 0 TO WS-ARC-LINES
           MOVE SPACES TO WS-PREV-HASH
           OPEN INPUT ArcFile
           IF WS-ARC-FS NOT = "00"
               MOVE 'N' TO WS-ARC-OK
               MOVE 'Y' TO WS-ARC-EOF
           END-IF
           PERFORM UNTIL WS-ARC-EOF = 'Y'
               READ ArcFile
                   AT END
                       MOVE 'Y' TO WS-ARC-EOF
                   NOT AT END
                       PERFORM CHECK-ARCHIVE-LINE
               END-READ
           END-PERFORM
           IF WS-ARC-FS NOT = "35"
               CLOSE ArcFile
           END-IF
           IF WS-PREV-HASH NOT = WS-SEED-HASH
               MOVE 'N' TO WS-ARC-OK
           END-IF
           IF WS-ARC-OK = 'Y'
               DISPLAY "  archive boundary "
                   FUNCTION TRIM(WS-ARC-PATH) " - clean ("
                   WS-ARC-LINES " archived line(s))."
           ELSE
               MOVE 'N' TO WS-CLEAN
               DISPLAY esc redx "  archive boundary "
                   FUNCTION TRIM(WS-ARC-PATH) " - BROKEN"
               DISPLAY esc resetx
           END-IF
           .

       CHECK-ARCHIVE-LINE.
           EVALUATE TRUE
               WHEN AAL-HEADER
                   MOVE AAL-Hash TO WS-PREV-HASH
               WHEN AAL-DETAIL
                   ADD 1 TO WS-ARC-LINES
                   MOVE AAL-Text(1:80) TO WS-CHAIN-LINE80
                   CALL '../../Utility Functions/bin/chainHash'
                       USING BY REFERENCE WS-CHAIN-LINE80,
                       WS-PREV-HASH, WS-CALC-HASH
                   IF WS-CALC-HASH NOT = AAL-Hash
                       MOVE 'N' TO WS-ARC-OK
                   END-IF
                   MOVE WS-CALC-HASH TO WS-PREV-HASH
               WHEN AAL-TRAILER
                   IF AAL-Hash NOT = WS-PREV-HASH
                       MOVE 'N' TO WS-ARC-OK
                   END-IF
           END-EVALUATE
           .

       CHECK-ONE-LINE.
