      *          loan book bucketed by arrears status from
      *          Loans.dat, fixed deposit maturity buckets from
      *          FixedDeposits.dat, and cash on hand from
      *          Drawers.dat, and off balance sheet the bank
      *          guarantees still outstanding from Guarantees.dat by
      *          type, with the margin held against them in
      *          Liens.dat. The return file is registered in the
      *          spool.
      * Tectonics: cobc
      ******************************************************************
               RECORD KEY IS DRW-AID
               FILE STATUS IS WS-DRW-FS.

           SELECT GuarFile ASSIGN TO '../../../data/Guarantees.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-ID
               FILE STATUS IS WS-BG-FS.

           SELECT LienFile ASSIGN TO '../../../data/Liens.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIEN-ID
               FILE STATUS IS WS-LIEN-FS.

           SELECT ReturnOut ASSIGN TO WS-RETURN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.
       01  DrawerRecord.
           copy '../../Utility Functions/drawerFile.cpy'.

       FD  GuarFile.
       01  GuarRecord.
           copy '../../Utility Functions/guaranteeFile.cpy'.

       FD  LienFile.
       01  LienRecord.
           copy '../../Utility Functions/lienFile.cpy'.

       FD  ReturnOut.
       01  ReturnLine          PIC X(80).

       01  WS-LN-FS            PIC XX.
       01  WS-FD-FS            PIC XX.
       01  WS-DRW-FS           PIC XX.
       01  WS-BG-FS            PIC XX.
       01  WS-LIEN-FS          PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  ws-eof              PIC X.
       01  WS-FD-OVER          PIC S9(14)V99 VALUE 0.

       01  WS-CASH-ON-HAND     PIC S9(14)V99 VALUE 0.

      *>guarantees in force: amount less claims paid, by type, and
      *>the margin still held against them
       01  WS-BG-PERF          PIC S9(14)V99 VALUE 0.
       01  WS-BG-BID           PIC S9(14)V99 VALUE 0.
       01  WS-BG-ADV           PIC S9(14)V99 VALUE 0.
       01  WS-BG-TOTAL         PIC S9(14)V99 VALUE 0.
       01  WS-BG-MARGIN        PIC S9(14)V99 VALUE 0.
       01  WS-BG-OUT           PIC S9(14)V99.
       01  WS-DSP-AMT          PIC -Z(13)9.99.
       01  WS-SplType          PIC X(12).

           PERFORM TALLY-LOANS
           PERFORM TALLY-FIXED-DEPOSITS
           PERFORM TALLY-CASH
           PERFORM TALLY-GUARANTEES

           STRING "../../../data/PrudReturn_" WS-BUS-DATE(1:6)
               ".txt" DELIMITED BY SIZE INTO WS-RETURN-PATH
           CLOSE DrawerFile
           .

       TALLY-GUARANTEES.
           MOVE 'N' TO ws-eof
           OPEN INPUT GuarFile
           IF WS-BG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LienFile
           PERFORM UNTIL ws-eof = 'Y'
               READ GuarFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF BG-ACTIVE
                           PERFORM TALLY-ONE-GUARANTEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LienFile
           CLOSE GuarFile
           .

       TALLY-ONE-GUARANTEE.
           COMPUTE WS-BG-OUT = BG-Amount - BG-Claimed
           ADD WS-BG-OUT TO WS-BG-TOTAL
           EVALUATE TRUE
               WHEN BG-PERFORMANCE
                   ADD WS-BG-OUT TO WS-BG-PERF
               WHEN BG-BID
                   ADD WS-BG-OUT TO WS-BG-BID
               WHEN OTHER
                   ADD WS-BG-OUT TO WS-BG-ADV
           END-EVALUATE
           IF WS-LIEN-FS = "00"
               MOVE BG-LienID TO LIEN-ID
               READ LienFile
                   NOT INVALID KEY
                       IF LIEN-ACTIVE
                           ADD LIEN-Remaining TO WS-BG-MARGIN
                       END-IF
               END-READ
           END-IF
           .

       WRITE-RETURN.
           MOVE SPACES TO ReturnLine
           STRING "Monthly Prudential Return - " WS-BUS-DATE(1:6)
           STRING "  Vault and drawers  : " WS-DSP-AMT
               DELIMITED BY SIZE INTO ReturnLine
           WRITE ReturnLine

           MOVE "SECTION 5 - OFF-BALANCE-SHEET - GUARANTEES OUTSTANDING"
               TO ReturnLine
           WRITE ReturnLine
           MOVE WS-BG-PERF TO WS-DSP-AMT
           MOVE SPACES TO ReturnLine
           STRING "  Performance        : " WS-DSP-AMT
               DELIMITED BY SIZE INTO ReturnLine
           WRITE ReturnLine
           MOVE WS-BG-BID TO WS-DSP-AMT
           MOVE SPACES TO ReturnLine
           STRING "  Bid                : " WS-DSP-AMT
               DELIMITED BY SIZE INTO ReturnLine
           WRITE ReturnLine
           MOVE WS-BG-ADV TO WS-DSP-AMT
           MOVE SPACES TO ReturnLine
           STRING "  Advance payment    : " WS-DSP-AMT
               DELIMITED BY SIZE INTO ReturnLine
           WRITE ReturnLine
           MOVE WS-BG-TOTAL TO WS-DSP-AMT
           MOVE SPACES TO ReturnLine
           STRING "  Total outstanding  : " WS-DSP-AMT
               DELIMITED BY SIZE INTO ReturnLine
           WRITE ReturnLine
           MOVE WS-BG-MARGIN TO WS-DSP-AMT
           MOVE SPACES TO ReturnLine
           STRING "  Margin held        : " WS-DSP-AMT
               DELIMITED BY SIZE INTO ReturnLine
           WRITE ReturnLine
           .

       WRITE-AMT-LINE-SVST.
