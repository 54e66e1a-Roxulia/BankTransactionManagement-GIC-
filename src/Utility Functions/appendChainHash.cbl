      *          chainHash. The log file itself keeps its plain
      *          text format so every existing reader is untouched;
      *          the sidecar is what verifyChains walks to prove
      *          nobody quietly edited a sealed line. A chain
      *          with no hashes yet starts from the log's seed
      *          (<log>.seed) when its older lines have been archived
      *          by auditArchive, otherwise from zeros.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

           SELECT SeedFile ASSIGN TO WS-SEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ChainFile.
       01  ChainLine           PIC X(32).

       FD  SeedFile.
       01  SeedRecord.
           copy 'chainSeed.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-FS           pic xx.
       01  ws-eof          pic x value 'N'.
       01  WS-PREV-HASH    pic x(32).
       01  WS-NEW-HASH     pic x(32).
       01  WS-SEED-FS      pic xx.
       01  WS-SEED-PATH    pic x(60).
       01  WS-BASE-PATH    pic x(60).

       LINKAGE SECTION.
       01  LS-ChainPath      PIC X(60).
               END-PERFORM
               CLOSE ChainFile
           END-IF
           IF WS-PREV-HASH = SPACES
               PERFORM READ-SEED
           END-IF

           CALL '../../Utility Functions/bin/chainHash'
               USING BY REFERENCE LS-Line, WS-PREV-HASH,
           CLOSE ChainFile
           EXIT PROGRAM.

      *>the seed sits beside the chain: <log>.chain -> <log>.seed
       READ-SEED.
           MOVE SPACES TO WS-BASE-PATH WS-SEED-PATH
           UNSTRING LS-ChainPath DELIMITED BY ".chain"
               INTO WS-BASE-PATH
           END-UNSTRING
           STRING FUNCTION TRIM(WS-BASE-PATH) ".seed"
               DELIMITED BY SIZE INTO WS-SEED-PATH
           OPEN INPUT SeedFile
           IF WS-SEED-FS = "00"
               READ SeedFile
                   NOT AT END
                       MOVE SEED-Hash TO WS-PREV-HASH
               END-READ
               CLOSE SeedFile
           END-IF
           .

       END PROGRAM appendChainHash.
