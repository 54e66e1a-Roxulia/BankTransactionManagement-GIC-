      *          A step already completed for the day is never re-run,
      *          so a driver restarted after an abend picks up from
      *          the failed step instead of from the top.
      *          Before the first step a readiness check (eodPreflight)
      *          lists what is still open; open drawers, branches not
      *          closed and unposted inbound files block the run
      *          unless a manager logs in to override it with a
      *          reason. The check's outcome - passed, blocked or
      *          overridden, with who and why - goes on the ledger as
      *          step 00 "PreFlight".
      *          Every completed step also gets a line in
      *          data/BatchStats.dat - start, end, run time and the
      *          records read, written and rejected that the job
      *          handed back through setStepCounts - and the run ends
      *          with the batch SLA report (batchSlaReport).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FS.

           SELECT BatchStatFile
               ASSIGN TO '../../../data/BatchStats.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BST-FS.

           SELECT StepCountFile
               ASSIGN TO '../../../data/StepCounts.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCN-FS.

           SELECT SuspenseFile ASSIGN TO '../../../data/Suspense.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05  JS-Stamp        PIC 9(14).
           05  FILLER          PIC X VALUE SPACE.
           05  JS-Outcome      PIC X.
           05  FILLER          PIC X VALUE SPACE.
           05  JS-Note         PIC X(40).

       FD  DayEndLockFile.
       01  DayEndLockLine      PIC X(1).

       FD  BatchStatFile.
       01  BatchStatLine.
           copy 'batchStatFile.cpy'.

       FD  StepCountFile.
       01  StepCountLine.
           05  SCN-Read        PIC 9(9).
           05  FILLER          PIC X.
           05  SCN-Written     PIC 9(9).
           05  FILLER          PIC X.
           05  SCN-Rejects     PIC 9(9).

       FD  SuspenseFile.
       01  SuspenseRecord.
           copy 'suspenseFile.cpy'.
       01  WS-SPN-OPEN         PIC 9(5) VALUE 0.
       01  WS-SPN-EOF          PIC X.
       01  WS-BKP-MODE         PIC X VALUE "B".
       01  WS-REORG-MODE       PIC X VALUE "E".
       01  WS-DQ-MODE          PIC X VALUE "E".
       01  EOD-STEP-COUNT      PIC 9(2) VALUE 47.
       01  WS-JS-NOTE          PIC X(40) VALUE SPACES.
       01  WS-PREFLIGHT-DONE   PIC X VALUE 'N'.
       01  WS-PF-BLOCKERS      PIC 9(3).
       01  WS-PF-WARNINGS      PIC 9(3).
       01  WS-PF-ANSWER        PIC X.
       01  WS-PF-REASON        PIC X(29).
       01  WS-SupId            PIC 9(5).
       01  WS-SupName          PIC X(20).
       01  WS-SupRole          PIC 9.
       01  WS-SupStatus        PIC X(2).
       01  WS-BST-FS           PIC XX.
       01  WS-SCN-FS           PIC XX.
       01  WS-STEP-START       PIC 9(14).
       01  WS-STEP-END         PIC 9(14).
       01  WS-START-SECS       PIC 9(12).
       01  WS-END-SECS         PIC 9(12).
       01  WS-STAMP-SECS       PIC 9(12).
       01  WS-STAMP-WORK.
           05  WS-STAMP-DATE   PIC 9(8).
           05  WS-STAMP-HH     PIC 9(2).
           05  WS-STAMP-MI     PIC 9(2).
           05  WS-STAMP-SS     PIC 9(2).
       01  WS-STEP-DONE-TBL.
           05  WS-STEP-DONE    PIC X OCCURS 60 TIMES.

       copy 'colorCodes.cpy'.

               " ========="
           DISPLAY esc resetx

           IF WS-PREFLIGHT-DONE NOT = 'Y'
               PERFORM RUN-PREFLIGHT
               IF WS-PREFLIGHT-DONE NOT = 'Y'
                   DISPLAY esc redx
                   DISPLAY "End-of-day NOT started - clear the "
                       "blockers above and run it again."
                   DISPLAY esc resetx
                   GOBACK
               END-IF
           END-IF

           PERFORM SET-DAY-END-LOCK
           PERFORM VARYING WS-STEP FROM 1 BY 1
                   UNTIL WS-STEP > EOD-STEP-COUNT
           CALL '../../Utility Functions/bin/backupRestore'
               USING WS-BKP-MODE

           CALL '../../Utility Functions/bin/batchSlaReport'

           DISPLAY esc greenx
           DISPLAY "End-of-day sequence finished for " WS-RUN-DATE "."
           DISPLAY esc resetx
                               ADD 1 TO WS-DONE-COUNT
                           END-IF
                       END-IF
                       IF JS-Date = WS-RUN-DATE AND JS-Step = 0
                           AND (JS-Outcome = "S" OR "O")
                           MOVE 'Y' TO WS-PREFLIGHT-DONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JobStatusFile
               WHEN 3
                   MOVE "LoanCollection"  TO WS-STEP-NAME
               WHEN 4
                   MOVE "PromiseCheck"    TO WS-STEP-NAME
               WHEN 5
                   MOVE "LoanReprice"     TO WS-STEP-NAME
               WHEN 6
                   MOVE "InterestAccrual" TO WS-STEP-NAME
               WHEN 7
                   MOVE "OverdraftInt"    TO WS-STEP-NAME
               WHEN 8
                   MOVE "InterestJob"     TO WS-STEP-NAME
               WHEN 9
                   MOVE "FDMaturity"      TO WS-STEP-NAME
               WHEN 10
                   MOVE "RecurringDep"    TO WS-STEP-NAME
               WHEN 11
                   MOVE "FdAccrual"       TO WS-STEP-NAME
               WHEN 12
                   MOVE "DormancyCheck"   TO WS-STEP-NAME
               WHEN 13
                   MOVE "EscheatSweep"    TO WS-STEP-NAME
               WHEN 14
                   MOVE "KycEnforce"      TO WS-STEP-NAME
               WHEN 15
                   MOVE "MinorMajority"   TO WS-STEP-NAME
               WHEN 16
                   MOVE "CardRenewal"     TO WS-STEP-NAME
               WHEN 17
                   MOVE "AtmCashPosition" TO WS-STEP-NAME
               WHEN 18
                   MOVE "RemitExpiry"     TO WS-STEP-NAME
               WHEN 19
                   MOVE "LockerRent"      TO WS-STEP-NAME
               WHEN 20
                   MOVE "GuaranteeRun"    TO WS-STEP-NAME
               WHEN 21
                   MOVE "LienSweep"       TO WS-STEP-NAME
               WHEN 22
                   MOVE "GoalAutoFund"    TO WS-STEP-NAME
               WHEN 23
                   MOVE "SweepRun"        TO WS-STEP-NAME
               WHEN 24
                   MOVE "AlertSweep"      TO WS-STEP-NAME
               WHEN 25
                   MOVE "ComplaintEsc"    TO WS-STEP-NAME
               WHEN 26
                   MOVE "AdvReminders"    TO WS-STEP-NAME
               WHEN 27
                   MOVE "ClearingReturns" TO WS-STEP-NAME
               WHEN 28
                   MOVE "DayEndSummary"   TO WS-STEP-NAME
               WHEN 29
                   MOVE "TellerProd"      TO WS-STEP-NAME
               WHEN 30
                   MOVE "Reconciliation"  TO WS-STEP-NAME
               WHEN 31
                   MOVE "FxRevalue"       TO WS-STEP-NAME
               WHEN 32
                   MOVE "FxPosition"      TO WS-STEP-NAME
               WHEN 33
                   MOVE "GLPosting"       TO WS-STEP-NAME
               WHEN 34
                   MOVE "InterBranchProof" TO WS-STEP-NAME
               WHEN 35
                   MOVE "CashGlProof"     TO WS-STEP-NAME
               WHEN 36
                   MOVE "LoanGlProof"     TO WS-STEP-NAME
               WHEN 37
                   MOVE "FdGlProof"       TO WS-STEP-NAME
               WHEN 38
                   MOVE "GLPeriodClose"   TO WS-STEP-NAME
               WHEN 39
                   MOVE "GLStatements"    TO WS-STEP-NAME
               WHEN 40
                   MOVE "FiuCashReport"   TO WS-STEP-NAME
               WHEN 41
                   MOVE "CashStructuring" TO WS-STEP-NAME
               WHEN 42
                   MOVE "NoticeSweep"     TO WS-STEP-NAME
               WHEN 43
                   MOVE "RebuildXref"     TO WS-STEP-NAME
               WHEN 44
                   MOVE "AcctMovement"    TO WS-STEP-NAME
               WHEN 45
                   MOVE "DataQuality"     TO WS-STEP-NAME
               WHEN 46
                   MOVE "FileReorg"       TO WS-STEP-NAME
               WHEN 47
                   MOVE "DateRoll"        TO WS-STEP-NAME
               WHEN OTHER
                   MOVE "Unknown"         TO WS-STEP-NAME
               ") starting..."
           MOVE "R" TO JS-Outcome
           PERFORM WRITE-JOB-STATUS
           MOVE JS-Stamp TO WS-STEP-START
           OPEN OUTPUT StepCountFile
           CLOSE StepCountFile

           EVALUATE WS-STEP
               WHEN 1
               WHEN 3
                   CALL '../../Utility Functions/bin/LoanCollection'
               WHEN 4
                   CALL '../../Utility Functions/bin/promiseCheck'
               WHEN 5
                   CALL '../../Utility Functions/bin/loanReprice'
               WHEN 6
                   CALL '../../Utility Functions/bin/interestAccrual'
               WHEN 7
                   CALL
                   '../../Utility Functions/bin/overdraftInterest'
               WHEN 8
                   CALL '../../Utility Functions/bin/Maintenance'
               WHEN 9
                   CALL
                   '../../Utility Functions/bin/FixedDepositMaturity'
      *>recurring deposit plans, installments and maturities, run
      *>beside the fixed deposit maturities their rollovers feed
               WHEN 10
                   CALL
                   '../../Utility Functions/bin/recurringDeposits'
      *>accrues on the deposits still open after the maturity run
               WHEN 11
                   CALL '../../Utility Functions/bin/fdAccrual'
               WHEN 12
                   CALL '../../Utility Functions/bin/dormancyCheck'
               WHEN 13
                   CALL '../../Utility Functions/bin/escheatSweep'
               WHEN 14
                   CALL '../../Utility Functions/bin/kycEnforce'
      *>once a month, minors come of age are restricted for KYC
               WHEN 15
                   CALL '../../Utility Functions/bin/minorMajority'
               WHEN 16
                   CALL '../../Utility Functions/bin/cardRenewal'
               WHEN 17
                   CALL '../../Utility Functions/bin/atmCashPosition'
      *>uncollected walk-in remittances fall due for refund
               WHEN 18
                   CALL '../../Utility Functions/bin/remitExpiry'
      *>locker rent is a service charge, so it runs before the
      *>summary and the GL run like any other debit of the day
               WHEN 19
                   CALL '../../Utility Functions/bin/lockerRent'
      *>guarantee commission is a service charge too; expired
      *>guarantees free their margin before the lien sweep
               WHEN 20
                   CALL '../../Utility Functions/bin/guaranteeRun'
      *>lien remittances post before the summary and the GL run so
      *>the day's remits are in the night's own figures
               WHEN 21
                   CALL '../../Utility Functions/bin/lienSweep'
               WHEN 22
                   CALL '../../Utility Functions/bin/goalAutoFund'
               WHEN 23
                   CALL '../../Utility Functions/bin/sweepRun'
               WHEN 24
                   CALL '../../Utility Functions/bin/alertSweep'
      *>complaints open past their target resolution date are
      *>escalated and listed for the branch managers
               WHEN 25
                   CALL '../../Utility Functions/bin/complaintEscalate'
      *>advance notice of installments and deposit maturities
      *>coming up in the next few days
               WHEN 26
                   CALL '../../Utility Functions/bin/advanceReminders'
      *>outward return file for unapplied inward clearing credits,
      *>ahead of GLPosting so the suspense release books tonight
               WHEN 27
                   CALL
                   '../../Utility Functions/bin/clearingReturnSend'
               WHEN 28
                   CALL '../SubFiles/bin/dayEndSummary'
                       USING WS-RUN-DATE
               WHEN 29
                   CALL '../../Utility Functions/bin/tellerProductivity'
               WHEN 30
                   CALL '../../Utility Functions/bin/Reconciliation'
      *>revaluation books its rows before glPosting so they are
      *>journalled the same night
               WHEN 31
                   CALL '../../Utility Functions/bin/fxRevalue'
      *>the open position is measured on the same rates the
      *>revaluation has just used
               WHEN 32
                   CALL '../../Utility Functions/bin/fxPosition'
               WHEN 33
                   CALL '../../Utility Functions/bin/glPosting'
      *>per-branch trial balance and the inter-branch nil check,
      *>straight after the day's journal is posted
               WHEN 34
                   CALL '../../Utility Functions/bin/interBranchProof'
      *>the drawer-to-GL proof runs right after the journal it
      *>proves against
               WHEN 35
                   CALL '../../Utility Functions/bin/cashGlProof'
      *>and the loan book is proved against its GL account the
      *>same way
               WHEN 36
                   CALL '../../Utility Functions/bin/loanGlProof'
      *>and the term deposit book against its liability accounts
               WHEN 37
                   CALL '../../Utility Functions/bin/fdGlProof'
      *>closes the previous month once the date has rolled past it;
      *>a no-op every other night
               WHEN 38
                   CALL '../../Utility Functions/bin/glPeriodClose'
      *>financial statements for the month just closed; refuses
      *>to finalize while the books are out of balance
               WHEN 39
                   CALL '../../Utility Functions/bin/glStatements'
               WHEN 40
                   CALL '../../Utility Functions/bin/fiuCashReport'
      *>cash broken up under the FIU threshold across days,
      *>accounts and branches, gathered by customer NRC
               WHEN 41
                   CALL '../../Utility Functions/bin/cashStructuring'
               WHEN 42
                   CALL '../../Utility Functions/bin/noticeSweep'
               WHEN 43
                   CALL '../../Utility Functions/bin/rebuildTrxXref'
      *>on the month's last night, the account movement report is
      *>taken from the closing position before the date rolls
               WHEN 44
                   CALL '../../Utility Functions/bin/acctMovement'
      *>month-end customer data-quality report and follow-up list,
      *>taken from the day's final account data
               WHEN 45
                   CALL '../../Utility Functions/bin/dataQuality'
                       USING WS-DQ-MODE
      *>optional month-end reorganisation of the indexed masters
      *>(REORGMON), while the lock is still held and before the date
      *>rolls
               WHEN 46
                   CALL '../../Utility Functions/bin/reorgFiles'
                       USING WS-REORG-MODE
               WHEN 47
                   CALL '../../Utility Functions/bin/dateRoll'
           END-EVALUATE

           PERFORM SET-DAY-END-LOCK
           MOVE "S" TO JS-Outcome
           PERFORM WRITE-JOB-STATUS
           MOVE JS-Stamp TO WS-STEP-END
           PERFORM WRITE-BATCH-STAT
           DISPLAY "Step " WS-STEP " (" FUNCTION TRIM(WS-STEP-NAME)
               ") completed."
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>One statistics line per completed step. The run time is
      *>taken across midnight by counting whole days between the two
      *>stamps; the counts are whatever the job left in
      *>StepCounts.dat - an empty file means it reports none.
       WRITE-BATCH-STAT.
           MOVE SPACES        TO BatchStatLine
           MOVE WS-RUN-DATE   TO BST-Date
           MOVE WS-STEP       TO BST-Step
           MOVE WS-STEP-NAME  TO BST-JobName
           MOVE WS-STEP-START TO BST-Start
           MOVE WS-STEP-END   TO BST-End
           MOVE WS-STEP-START TO WS-STAMP-WORK
           PERFORM STAMP-TO-SECS
           MOVE WS-STAMP-SECS TO WS-START-SECS
           MOVE WS-STEP-END TO WS-STAMP-WORK
           PERFORM STAMP-TO-SECS
           MOVE WS-STAMP-SECS TO WS-END-SECS
           IF WS-END-SECS > WS-START-SECS
               COMPUTE BST-Secs = WS-END-SECS - WS-START-SECS
           ELSE
               MOVE 0 TO BST-Secs
           END-IF
           MOVE 0 TO BST-Read
           MOVE 0 TO BST-Written
           MOVE 0 TO BST-Rejects
           MOVE "N" TO BST-Counted
           OPEN INPUT StepCountFile
           IF WS-SCN-FS = "00"
               READ StepCountFile
                   NOT AT END
                       MOVE SCN-Read    TO BST-Read
                       MOVE SCN-Written TO BST-Written
                       MOVE SCN-Rejects TO BST-Rejects
                       MOVE "Y" TO BST-Counted
               END-READ
               CLOSE StepCountFile
           END-IF

           OPEN EXTEND BatchStatFile
           IF WS-BST-FS NOT = "00"
               CLOSE BatchStatFile
               OPEN OUTPUT BatchStatFile
           END-IF
           WRITE BatchStatLine
           CLOSE BatchStatFile
           .

       STAMP-TO-SECS.
           COMPUTE WS-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
               + WS-STAMP-HH * 3600 + WS-STAMP-MI * 60 + WS-STAMP-SS
           .

       WRITE-JOB-STATUS.
           OPEN EXTEND JobStatusFile
           IF WS-JS-FS NOT = "00"
           MOVE WS-STEP       TO JS-Step
           MOVE WS-STEP-NAME  TO JS-JobName
           MOVE FUNCTION CURRENT-DATE(1:14) TO JS-Stamp
           MOVE WS-JS-NOTE    TO JS-Note
           MOVE SPACES        TO WS-JS-NOTE
           WRITE JobStatusLine
           CLOSE JobStatusFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Readiness check, once per run date. Warnings are shown and
      *>the run goes on; blockers need a manager (role 1) to log in
      *>and give a reason, both kept on the ledger line. A refused
      *>override is recorded "B" and the check runs again next time.
       RUN-PREFLIGHT.
           MOVE 0 TO WS-STEP
           MOVE "PreFlight" TO WS-STEP-NAME
           CALL '../../Utility Functions/bin/eodPreflight'
               USING BY REFERENCE WS-PF-BLOCKERS, WS-PF-WARNINGS
           IF WS-PF-BLOCKERS = 0
               MOVE SPACES TO WS-JS-NOTE
               STRING WS-PF-WARNINGS " warning(s)"
                   DELIMITED BY SIZE INTO WS-JS-NOTE
               MOVE "S" TO JS-Outcome
               PERFORM WRITE-JOB-STATUS
               MOVE 'Y' TO WS-PREFLIGHT-DONE
               EXIT PARAGRAPH
           END-IF

           DISPLAY esc redx
           DISPLAY WS-PF-BLOCKERS " blocker(s) open. Supervisor "
               "override? (Y/N): " WITH NO ADVANCING
           DISPLAY esc resetx
           ACCEPT WS-PF-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-PF-ANSWER) TO WS-PF-ANSWER
           MOVE SPACES TO WS-JS-NOTE
           IF WS-PF-ANSWER NOT = "Y"
               STRING WS-PF-BLOCKERS " blocker(s), no override"
                   DELIMITED BY SIZE INTO WS-JS-NOTE
               MOVE "B" TO JS-Outcome
               PERFORM WRITE-JOB-STATUS
               EXIT PARAGRAPH
           END-IF

           CALL '../SubFiles/bin/adminLogin'
               USING WS-SupId, WS-SupName, WS-SupRole, WS-SupStatus
           IF WS-SupStatus NOT = "00" OR WS-SupRole NOT = 1
               DISPLAY esc redx
                   "[ERROR] Override needs a manager login."
               DISPLAY esc resetx
               STRING WS-PF-BLOCKERS " blocker(s), override refused"
                   DELIMITED BY SIZE INTO WS-JS-NOTE
               MOVE "B" TO JS-Outcome
               PERFORM WRITE-JOB-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PF-REASON
           PERFORM UNTIL WS-PF-REASON NOT = SPACES
               DISPLAY "Reason for override: " WITH NO ADVANCING
               ACCEPT WS-PF-REASON
           END-PERFORM
           STRING "AID " WS-SupId " " WS-PF-REASON
               DELIMITED BY SIZE INTO WS-JS-NOTE
           MOVE "O" TO JS-Outcome
           PERFORM WRITE-JOB-STATUS
           MOVE 'Y' TO WS-PREFLIGHT-DONE
           DISPLAY esc greenx
               "Overridden by " FUNCTION TRIM(WS-SupName)
           DISPLAY esc resetx
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Raises/clears the day-end lock flag so trxDeposit,
      *>trxWithdraw and trxTransfer can refuse online postings
