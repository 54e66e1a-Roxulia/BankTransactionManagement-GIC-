      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Daily loan-book-to-GL proof, the lending side's peer
      *          of cashGlProof. The open loans in Loans.dat are
      *          totalled - LN-Outstanding, the principal inside it
      *          and the interest not yet earned - and the principal
      *          is proved against the running balance of the loan
      *          book GL account in GLBalances.dat, which glPosting
      *          maintains from the disbursement, principal and
      *          write-off rows. Unearned interest is never on the
      *          books, so it is shown as the reconciling item
      *          between LN-Outstanding and the GL. The result goes
      *          to a spooled report and any difference lands in the
      *          suspense queue through writeSuspense.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loanGlProof.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanFile ASSIGN TO '../../../data/Loans.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ID
               FILE STATUS IS WS-LN-FS.

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
       FD  LoanFile.
       01  LoanRecord.
           copy 'loanFile.cpy'.

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
       01  WS-LN-FS            PIC XX.
       01  WS-GLB-FS           PIC XX.
       01  WS-MAP-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  ws-eof              PIC X.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-REPORT-PATH      PIC X(60).
      *>the loan book account, taken from the debit side of the
      *>disbursement mapping so the chart and the proof never
      *>disagree about which account it is
       01  WS-LOAN-GL          PIC 9(8) VALUE 14010000.
       01  loan_count          PIC 9(7) VALUE 0.
       01  WS-LOAN-TOTAL       PIC 9(12)V99.
       01  WS-LN-PRIN          PIC 9(10)V99.
       01  WS-TOT-OUTSTANDING  PIC S9(14)V99 VALUE 0.
       01  WS-TOT-PRINCIPAL    PIC S9(14)V99 VALUE 0.
       01  WS-TOT-UNEARNED     PIC S9(14)V99 VALUE 0.
       01  WS-GL-BALANCE       PIC S9(14)V99 VALUE 0.
       01  WS-DIFF             PIC S9(14)V99 VALUE 0.
       01  WS-DSP-A            PIC -Z(12)9.99.
       01  WS-SpnJob           PIC X(12) VALUE "LOANGLPROOF".
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
           STRING "../../../data/LoanGlProof_" WS-BUS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-PATH

           PERFORM FIND-LOAN-GL
           PERFORM GATHER-LOAN-SIDE
           PERFORM GATHER-GL-SIDE
           COMPUTE WS-DIFF = WS-TOT-PRINCIPAL - WS-GL-BALANCE

           OPEN OUTPUT ReportOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY esc redx "Unable to write proof report "
                   WS-OUT-FS esc resetx
               GOBACK
           END-IF
           PERFORM WRITE-PROOF-REPORT
           CLOSE ReportOut

           IF WS-DIFF NOT = 0
      *>the unexplained gap parks in suspense so the day cannot
      *>close quietly over it
               MOVE "LOAN GL DIFF" TO WS-SpnReason
               COMPUTE WS-SpnAmt = FUNCTION ABS(WS-DIFF)
               CALL '../../Utility Functions/bin/writeSuspense'
                   USING BY REFERENCE WS-SpnJob, WS-SpnUID,
                   WS-SpnAcc, WS-SpnAmt, WS-SpnReason
               DISPLAY esc redx
               DISPLAY "Loan book does NOT agree with GL "
                   WS-LOAN-GL " - difference sent to suspense."
               DISPLAY esc resetx
           ELSE
               DISPLAY esc greenx
               DISPLAY "Loan book agrees with GL " WS-LOAN-GL "."
               DISPLAY esc resetx
           END-IF

           MOVE "LOANGLPROOF" TO WS-SplType
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               WS-SplAdmin, WS-REPORT-PATH
           GOBACK
           .

       FIND-LOAN-GL.
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
                       IF MAP-Label = "LNDISB  "
                           MOVE MAP-DebitGL TO WS-LOAN-GL
                           MOVE 'Y' TO ws-eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MapFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Every open loan's outstanding, split into the principal the
      *>GL carries and the interest it does not. A row booked
      *>before the principal was carried separately is split the
      *>way LoanCollection splits it.
       GATHER-LOAN-SIDE.
           MOVE 'N' TO ws-eof
           OPEN INPUT LoanFile
           IF WS-LN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ LoanFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF LN-OPEN
                           PERFORM ADD-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LoanFile
           .

       ADD-ONE-LOAN.
           ADD 1 TO loan_count
           MOVE LN-PrinOutstanding TO WS-LN-PRIN
           IF WS-LN-PRIN = 0 AND LN-Outstanding > 0
               COMPUTE WS-LOAN-TOTAL = LN-Principal +
                   (LN-Principal * LN-Rate * LN-TermMonths)
               IF WS-LOAN-TOTAL = 0
                   MOVE LN-Outstanding TO WS-LN-PRIN
               ELSE
                   COMPUTE WS-LN-PRIN ROUNDED =
                       LN-Outstanding * LN-Principal / WS-LOAN-TOTAL
               END-IF
           END-IF
           ADD LN-Outstanding TO WS-TOT-OUTSTANDING
           ADD WS-LN-PRIN TO WS-TOT-PRINCIPAL
           COMPUTE WS-TOT-UNEARNED =
               WS-TOT-OUTSTANDING - WS-TOT-PRINCIPAL
           .

      *>an asset account: its balance is debits less credits
       GATHER-GL-SIDE.
           MOVE 0 TO WS-GL-BALANCE
           OPEN INPUT GLBalFile
           IF WS-GLB-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAN-GL TO GLB-Acct
           READ GLBalFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-GL-BALANCE = GLB-Debits - GLB-Credits
           END-READ
           CLOSE GLBalFile
           .

       WRITE-PROOF-REPORT.
           MOVE SPACES TO ReportLine
           STRING "Loan Book to GL Proof - " WS-BUS-DATE
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "Open loans                        : " loan_count
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-TOT-OUTSTANDING TO WS-DSP-A
           MOVE SPACES TO ReportLine
           STRING "Total LN-Outstanding              : " WS-DSP-A
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-TOT-UNEARNED TO WS-DSP-A
           MOVE SPACES TO ReportLine
           STRING "  less interest not yet earned    : " WS-DSP-A
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-TOT-PRINCIPAL TO WS-DSP-A
           MOVE SPACES TO ReportLine
           STRING "  principal outstanding           : " WS-DSP-A
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-GL-BALANCE TO WS-DSP-A
           MOVE SPACES TO ReportLine
           STRING "GL account " WS-LOAN-GL "               : " WS-DSP-A
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-DIFF TO WS-DSP-A
           MOVE SPACES TO ReportLine
           STRING "Difference                        : " WS-DSP-A
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           IF WS-DIFF = 0
               MOVE "RESULT: AGREED - loan book equals the GL."
                   TO ReportLine
           ELSE
               MOVE "RESULT: DIFFERENCE - sent to suspense."
                   TO ReportLine
           END-IF
           WRITE ReportLine
           .

       END PROGRAM loanGlProof.
