      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Daily fixed-deposit-book-to-GL proof, the term
      *          deposit peer of loanGlProof. The open deposits in
      *          FixedDeposits.dat are totalled - FXD-Principal and
      *          the interest accrued on them by fdAccrual - and each
      *          is proved against the running balance of its GL
      *          liability in GLBalances.dat: the term deposit book
      *          and FD interest payable, both taken from
      *          GLMapping.dat. The open recurring deposit plans'
      *          balances are proved the same way against the
      *          recurring deposit book. The result goes to a
      *          spooled report and any difference lands in the
      *          suspense queue through writeSuspense.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fdGlProof.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDFile ASSIGN TO '../../../data/FixedDeposits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXD-ID
               FILE STATUS IS WS-FD-FS.

           SELECT RDFile
               ASSIGN TO '../../../data/RecurringDeposits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-ID
               FILE STATUS IS WS-RD-FS.

           SELECT GLBalFile ASSIGN TO '../../../data/GLBalances.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-Acct
               FILE STATUS IS WS-GLB-FS.

           SELECT MapFile ASSIGN TO '../../../data/GLMapping.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  FDFile.
       01  FDRecord.
           copy 'fixedDepositFile.cpy'.

       FD  RDFile.
       01  RDRecord.
           copy 'recurringDepositFile.cpy'.

       FD  GLBalFile.
       01  GLBalRecord.
           copy 'glBalanceFile.cpy'.

       FD  MapFile.
       01  MapLine.
           05  MAP-Label       PIC X(8).
           05  MAP-DebitGL     PIC 9(8).
           05  MAP-CreditGL    PIC 9(8).

       FD  ReportOut.
       01  ReportLine          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FD-FS            PIC XX.
       01  WS-RD-FS            PIC XX.
       01  WS-GLB-FS           PIC XX.
       01  WS-MAP-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  ws-eof              PIC X.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-REPORT-PATH      PIC X(60).
      *>the term deposit book and interest payable accounts, taken
      *>from the credit side of the placement and accrual mappings
      *>so the chart and the proof never disagree about them
       01  WS-FD-GL            PIC 9(8) VALUE 21010000.
       01  WS-PAYABLE-GL       PIC 9(8) VALUE 21020000.
       01  WS-RD-GL            PIC 9(8) VALUE 21030000.
       01  fd_count            PIC 9(7) VALUE 0.
       01  rd_count            PIC 9(7) VALUE 0.
       01  WS-TOT-RD           PIC S9(14)V99 VALUE 0.
       01  WS-GL-RD            PIC S9(14)V99 VALUE 0.
       01  WS-DIFF-RD          PIC S9(14)V99 VALUE 0.
       01  WS-TOT-PRINCIPAL    PIC S9(14)V99 VALUE 0.
       01  WS-TOT-ACCRUED      PIC S9(14)V99 VALUE 0.
       01  WS-GL-FD            PIC S9(14)V99 VALUE 0.
       01  WS-GL-PAYABLE       PIC S9(14)V99 VALUE 0.
       01  WS-DIFF-FD          PIC S9(14)V99 VALUE 0.
       01  WS-DIFF-PAYABLE     PIC S9(14)V99 VALUE 0.
       01  WS-DSP-A            PIC -Z(12)9.99.
       01  WS-SpnJob           PIC X(12) VALUE "FDGLPROOF".
       01  WS-SpnReason        PIC X(20).
       01  WS-SpnUID           PIC 9(5) VALUE 0.
       01  WS-SpnAcc           PIC 9(16) VALUE 0.
       01  WS-SpnAmt           PIC 9(10)V99.
       01  WS-SplType          PIC X(12).
       01  WS-SplAdmin         PIC 9(5) VALUE 0.

       copy 'colorCodes.cpy'.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           STRING "../../../data/FdGlProof_" WS-BUS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-PATH

           PERFORM FIND-FD-GL
           PERFORM GATHER-FD-SIDE
           PERFORM GATHER-GL-SIDE
           COMPUTE WS-DIFF-FD = WS-TOT-PRINCIPAL - WS-GL-FD
           COMPUTE WS-DIFF-PAYABLE = WS-TOT-ACCRUED - WS-GL-PAYABLE
           COMPUTE WS-DIFF-RD = WS-TOT-RD - WS-GL-RD

           OPEN OUTPUT ReportOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY esc redx "Unable to write proof report "
                   WS-OUT-FS esc resetx
               GOBACK
           END-IF
           PERFORM WRITE-PROOF-REPORT
           CLOSE ReportOut

      *>an unexplained gap parks in suspense so the day cannot
      *>close quietly over it
           IF WS-DIFF-FD NOT = 0
               MOVE "FD GL DIFF" TO WS-SpnReason
               COMPUTE WS-SpnAmt = FUNCTION ABS(WS-DIFF-FD)
               CALL '../../Utility Functions/bin/writeSuspense'
                   USING BY REFERENCE WS-SpnJob, WS-SpnUID,
                   WS-SpnAcc, WS-SpnAmt, WS-SpnReason
           END-IF
           IF WS-DIFF-PAYABLE NOT = 0
               MOVE "FD PAYABLE GL DIFF" TO WS-SpnReason
               COMPUTE WS-SpnAmt = FUNCTION ABS(WS-DIFF-PAYABLE)
               CALL '../../Utility Functions/bin/writeSuspense'
                   USING BY REFERENCE WS-SpnJob, WS-SpnUID,
                   WS-SpnAcc, WS-SpnAmt, WS-SpnReason
           END-IF

           IF WS-DIFF-RD NOT = 0
               MOVE "RD GL DIFF" TO WS-SpnReason
               COMPUTE WS-SpnAmt = FUNCTION ABS(WS-DIFF-RD)
               CALL '../../Utility Functions/bin/writeSuspense'
                   USING BY REFERENCE WS-SpnJob, WS-SpnUID,
                   WS-SpnAcc, WS-SpnAmt, WS-SpnReason
           END-IF

           IF WS-DIFF-FD NOT = 0 OR WS-DIFF-PAYABLE NOT = 0
               OR WS-DIFF-RD NOT = 0
               DISPLAY esc redx
               DISPLAY "Deposit books do NOT agree with GL "
                   WS-FD-GL "/" WS-PAYABLE-GL "/" WS-RD-GL
                   " - difference sent to suspense."
               DISPLAY esc resetx
           ELSE
               DISPLAY esc greenx
               DISPLAY "Deposit books agree with GL "
                   WS-FD-GL "/" WS-PAYABLE-GL "/" WS-RD-GL "."
               DISPLAY esc resetx
           END-IF

           MOVE "FDGLPROOF" TO WS-SplType
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               WS-SplAdmin, WS-REPORT-PATH
           GOBACK
           .

       FIND-FD-GL.
           OPEN INPUT MapFile
           IF WS-MAP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ MapFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF MAP-Label = "FDPLACE "
                           MOVE MAP-CreditGL TO WS-FD-GL
                       END-IF
                       IF MAP-Label = "FDACCR  "
                           MOVE MAP-CreditGL TO WS-PAYABLE-GL
                       END-IF
                       IF MAP-Label = "RDINST  "
                           MOVE MAP-CreditGL TO WS-RD-GL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MapFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Every open deposit's principal and the interest accrued on
      *>it so far. Matured and broken deposits have left both books.
       GATHER-FD-SIDE.
           MOVE 'N' TO ws-eof
           OPEN INPUT FDFile
           IF WS-FD-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ FDFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF FXD-OPEN
                           ADD 1 TO fd_count
                           ADD FXD-Principal  TO WS-TOT-PRINCIPAL
                           ADD FXD-AccruedInt TO WS-TOT-ACCRUED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FDFile

           MOVE 'N' TO ws-eof
           OPEN INPUT RDFile
           IF WS-RD-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ RDFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF RD-OPEN
                           ADD 1 TO rd_count
                           ADD RD-Balance TO WS-TOT-RD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RDFile
           .

      *>liability accounts: their balance is credits less debits
       GATHER-GL-SIDE.
           MOVE 0 TO WS-GL-FD
           MOVE 0 TO WS-GL-PAYABLE
           MOVE 0 TO WS-GL-RD
           OPEN INPUT GLBalFile
           IF WS-GLB-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FD-GL TO GLB-Acct
           READ GLBalFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-GL-FD = GLB-Credits - GLB-Debits
           END-READ
           MOVE WS-PAYABLE-GL TO GLB-Acct
           READ GLBalFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-GL-PAYABLE = GLB-Credits - GLB-Debits
           END-READ
           MOVE WS-RD-GL TO GLB-Acct
           READ GLBalFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-GL-RD = GLB-Credits - GLB-Debits
           END-READ
           CLOSE GLBalFile
           .

       WRITE-PROOF-REPORT.
           MOVE SPACES TO ReportLine
           STRING "Fixed Deposit Book to GL Proof - " WS-BUS-DATE
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "Open deposits                     : " fd_count
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-TOT-PRINCIPAL TO WS-DSP-A
           MOVE SPACES TO ReportLine
           STRING "Total open FXD-Principal          : " WS-DSP-A
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-GL-FD TO WS-DSP-A
           MOVE SPACES TO ReportLine
           STRING "GL account " WS-FD-GL "               : " WS-DSP-A
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-DIFF-FD TO WS-DSP-A
           MOVE SPACES TO ReportLine
           STRING "Difference                        : " WS-DSP-A
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-TOT-ACCRUED TO WS-DSP-A
           MOVE SPACES TO ReportLine
           STRING "Total interest accrued, unpaid    : " WS-DSP-A
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-GL-PAYABLE TO WS-DSP-A
           MOVE SPACES TO ReportLine
           STRING "GL account " WS-PAYABLE-GL "               : "
               WS-DSP-A
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-DIFF-PAYABLE TO WS-DSP-A
           MOVE SPACES TO ReportLine
           STRING "Difference                        : " WS-DSP-A
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "Open recurring deposit plans      : " rd_count
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-TOT-RD TO WS-DSP-A
           MOVE SPACES TO ReportLine
           STRING "Total open RD-Balance             : " WS-DSP-A
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-GL-RD TO WS-DSP-A
           MOVE SPACES TO ReportLine
           STRING "GL account " WS-RD-GL "               : " WS-DSP-A
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-DIFF-RD TO WS-DSP-A
           MOVE SPACES TO ReportLine
           STRING "Difference                        : " WS-DSP-A
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           IF WS-DIFF-FD = 0 AND WS-DIFF-PAYABLE = 0
               AND WS-DIFF-RD = 0
               MOVE "RESULT: AGREED - deposit book equals the GL."
                   TO ReportLine
           ELSE
               MOVE "RESULT: DIFFERENCE - sent to suspense."
                   TO ReportLine
           END-IF
           WRITE ReportLine
           .

       END PROGRAM fdGlProof.
