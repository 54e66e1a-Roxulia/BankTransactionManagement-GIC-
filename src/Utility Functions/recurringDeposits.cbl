      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Nightly recurring deposit run over
      *          data/RecurringDeposits.dat. Each open plan whose
      *          installment has fallen due has it taken from the
      *          owner's balance above the minimum and posted as an
      *          "RD Installment" row. An installment that cannot be
      *          taken is retried every night for RDGRACE days (the
      *          owner is told once); after that it counts as missed
      *          and the RDPENAL late penalty is charged against the
      *          plan. A plan that reaches RDMAXMIS misses is
      *          converted to a plain deposit - what it holds goes
      *          back to the balance, without the term interest. At
      *          maturity the plan is paid out under its P/R/I
      *          instruction the way FixedDepositMaturity pays a
      *          fixed deposit, R and I opening a new fixed deposit
      *          for the rolled amount (its certificate is printed
      *          to the report spool). The interest, penalties and
      *          rollovers go to the GL as memo rows through
      *          writeGlMemo, and every event is written to
      *          data/RecurringDepositAudit.log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. recurringDeposits.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RDFile
               ASSIGN TO '../../../data/RecurringDeposits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-ID
               FILE STATUS IS WS-RD-FS.

           SELECT userfile
           ASSIGN TO "../../../data/UserAccounts.dat"
           ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-FS.

           SELECT TrxFile ASSIGN TO '../../../data/Transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TrxID
               FILE STATUS IS WS-TRX-FS.

           SELECT FDFile ASSIGN TO '../../../data/FixedDeposits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXD-ID
               FILE STATUS IS WS-FD-FS.

           SELECT paramfile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FS.

           SELECT RDLog
               ASSIGN TO '../../../data/RecurringDepositAudit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RDFile.
       01  RDRecord.
           copy 'recurringDepositFile.cpy'.

       FD  userfile.
       01  userdata.
           copy 'userFile.cpy'.

       FD  TrxFile.
       01  TransactionRecord.
           copy 'transactionFile.cpy'.

       FD  FDFile.
       01  FDRecord.
           copy 'fixedDepositFile.cpy'.

       FD  paramfile.
       01  paramline.
           05  param-label     PIC X(8).
           05  param-value     PIC 9(10)V99.

       FD  RDLog.
       01  RDLogLine           PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-RD-FS            PIC XX.
       01  WS-FS               PIC XX.
       01  WS-TRX-FS           PIC XX.
       01  WS-FD-FS            PIC XX.
       01  WS-PRM-FS           PIC XX.
       01  WS-LOG-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  eof                 PIC X VALUE 'N'.
       01  ws-prm-eof          PIC X.
       01  ws-fd-eof           PIC X.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-EFF-DATE         PIC 9(8).
       01  WS-PLAN-DONE        PIC X.
       01  WS-TOOK             PIC X.
      *>TrxLimits.dat parameters, with the values used when a label
      *>is absent
       01  WS-GRACE-DAYS       PIC 9(3) VALUE 7.
       01  WS-LATE-PENALTY     PIC 9(10)V99 VALUE 500.
       01  WS-MAX-MISSES       PIC 9(3) VALUE 3.
       01  WS-INST-NO          PIC 9(3).
       01  WS-MONTHS-IN        PIC 9(3).
       01  WS-GRACE-END        PIC 9(8).
       01  WS-PENALTY          PIC 9(10)V99.
       01  WS-INTEREST         PIC 9(10)V99.
       01  WS-CREDIT-AMT       PIC 9(12)V99.
       01  WS-ROLL-AMT         PIC 9(12)V99.
       01  WS-CREDIT-DESC      PIC X(30).
       01  WS-NEW-BALANCE      PIC S9(12)V99.
       01  WS-AVAILABLE        PIC S9(12)V99.
       01  WS-MAX-FDID         PIC 9(5).
       01  WS-FD-TERM          PIC 9(3).
       01  WS-ADD-MONTHS       PIC 9(3).
       01  WS-TOT-MONTHS       PIC 9(6).
       01  WS-BASE-DATE.
           05  WS-BS-YEAR      PIC 9(4).
           05  WS-BS-MONTH     PIC 9(2).
           05  WS-BS-DAY       PIC 9(2).
       01  WS-CALC-DATE.
           05  WS-CD-YEAR      PIC 9(4).
           05  WS-CD-MONTH     PIC 9(2).
           05  WS-CD-DAY       PIC 9(2).
       01  WS-MEMO-ID          PIC X(11).
       01  WS-MEMO-DESC        PIC X(30).
       01  WS-MEMO-AMT         PIC 9(10)V99.
       01  WS-MEMO-STATUS      PIC XX.
       01  WS-MEMO-OPER        PIC X(5) VALUE "BATCH".
      *>the owner's home branch - the plan's GL memos book to the
      *>same branch as its installments
       01  WS-OWNER-BRANCH     PIC X(3).
       01  WS-NOTICE           PIC X(60).
       01  WS-NOTE-CLASS       PIC X.
       01  WS-DSP-AMT          PIC Z(11)9.99.
       01  WS-SPN-JOB          PIC X(12) VALUE "RECURRINGDEP".
       01  WS-SPN-REASON       PIC X(20).
       01  WS-SPN-ACC          PIC 9(16) VALUE 0.
       01  WS-SPN-AMT          PIC 9(10)V99.
      *>certificate for a fixed deposit opened by a plan's maturity
       01  WS-ADV-EVENT        PIC X(8) VALUE "PLACED".
       01  WS-ADV-INTEREST     PIC 9(10)V99 VALUE 0.
       01  WS-ADV-PENALTY      PIC 9(10)V99 VALUE 0.
       01  WS-ADV-PAYOUT       PIC 9(12)V99 VALUE 0.
       01  WS-ADV-LINKED       PIC 9(5) VALUE 0.
       01  WS-ADV-ADMIN        PIC 9(5) VALUE 0.
       01  paid_count          PIC 9(5) VALUE 0.
       01  missed_count        PIC 9(5) VALUE 0.
       01  matured_count       PIC 9(5) VALUE 0.
       01  converted_count     PIC 9(5) VALUE 0.

       copy 'trxConstants.cpy'.

       copy 'trxTypeCodes.cpy'.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           CALL '../../Utility Functions/bin/loadTrxLimits'
               USING BY REFERENCE minAmoDepo, maxAmoDepo,
               minwithdraw, maxwithdraw, minaccountbalance
           PERFORM LOAD-RD-PARAMS

           OPEN I-O RDFile
           IF WS-RD-FS NOT = "00"
               DISPLAY "No recurring deposits on file."
               GOBACK
           END-IF

           OPEN EXTEND RDLog
           IF WS-LOG-FS NOT = "00"
               CLOSE RDLog
               OPEN OUTPUT RDLog
           END-IF

           MOVE 'N' TO eof
           PERFORM UNTIL eof = 'Y'
               READ RDFile NEXT
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       IF RD-OPEN
                           PERFORM PROCESS-ONE-PLAN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RDFile
           CLOSE RDLog
           DISPLAY "Done - " paid_count " installment(s) taken, "
               missed_count " missed, " matured_count " matured, "
               converted_count " converted."
           GOBACK
           .

       LOAD-RD-PARAMS.
           MOVE 'N' TO ws-prm-eof
           OPEN INPUT paramfile
           IF WS-PRM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-prm-eof = 'Y'
               READ paramfile
                   AT END
                       MOVE 'Y' TO ws-prm-eof
                   NOT AT END
                       EVALUATE param-label
                           WHEN "RDGRACE "
                               MOVE param-value TO WS-GRACE-DAYS
                           WHEN "RDPENAL "
                               MOVE param-value TO WS-LATE-PENALTY
                           WHEN "RDMAXMIS"
                               MOVE param-value TO WS-MAX-MISSES
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE paramfile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>A plan maturing on a weekend or holiday pays out on the next
      *>business day, as a fixed deposit does. Otherwise every
      *>installment due by today is worked in turn, so a night the
      *>batch did not run is caught up.
       PROCESS-ONE-PLAN.
           PERFORM LOAD-OWNER-BRANCH
           CALL '../../Utility Functions/bin/nextBusinessDay'
               USING BY REFERENCE RD-MaturityDate, WS-EFF-DATE
           IF WS-BUS-DATE >= WS-EFF-DATE
               PERFORM MATURE-PLAN
           ELSE
               MOVE 'N' TO WS-PLAN-DONE
               PERFORM UNTIL WS-PLAN-DONE = 'Y'
                   PERFORM WORK-NEXT-INSTALLMENT
               END-PERFORM
           END-IF
           REWRITE RDRecord
               INVALID KEY
                   DISPLAY "Error updating recurring deposit " RD-ID
           END-REWRITE
           .

      *>owner's branch for the plan's memo rows; head office if
      *>the owner cannot be read
       LOAD-OWNER-BRANCH.
           MOVE "001" TO WS-OWNER-BRANCH
           MOVE RD-UID TO UID
           OPEN INPUT userfile
           IF WS-FS NOT = "00"
               CLOSE userfile
               EXIT PARAGRAPH
           END-IF
           READ userfile INTO userdata
               NOT INVALID KEY
                   MOVE UBranch TO WS-OWNER-BRANCH
           END-READ
           CLOSE userfile
           .

       WORK-NEXT-INSTALLMENT.
           IF NOT RD-OPEN
               OR RD-NextDue > WS-BUS-DATE
               OR RD-PaidCount + RD-MissedCount >= RD-TermMonths
               MOVE 'Y' TO WS-PLAN-DONE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-INST-NO = RD-PaidCount + RD-MissedCount + 1
           PERFORM TRY-DEBIT
           IF WS-TOOK = 'Y'
      *>the installment earns for every month left to maturity
               COMPUTE WS-MONTHS-IN = RD-TermMonths - WS-INST-NO + 1
               ADD 1 TO RD-PaidCount
               ADD RD-Installment TO RD-Balance
               COMPUTE RD-ProdMonths =
                   RD-ProdMonths + RD-Installment * WS-MONTHS-IN
               ADD 1 TO paid_count
               MOVE SPACES TO RDLogLine
               STRING "PAID RDID=" RD-ID " INST=" WS-INST-NO
                   " AMT=" RD-Installment " DUE=" RD-NextDue
                   " ON=" WS-BUS-DATE
                   DELIMITED BY SIZE INTO RDLogLine
               WRITE RDLogLine
               PERFORM ADVANCE-NEXT-DUE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-GRACE-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RD-NextDue) + WS-GRACE-DAYS)
           IF WS-BUS-DATE > WS-GRACE-END
               PERFORM MISS-INSTALLMENT
           ELSE
               PERFORM DUN-ONCE
               MOVE 'Y' TO WS-PLAN-DONE
           END-IF
           .

      *>the next due date counts from the opening date, so a run of
      *>clamped month-ends never drifts
       ADVANCE-NEXT-DUE.
           COMPUTE WS-ADD-MONTHS = RD-PaidCount + RD-MissedCount
           MOVE RD-OpenDate TO WS-BASE-DATE
           PERFORM ADD-MONTHS-TO-BASE
           MOVE WS-CALC-DATE TO RD-NextDue
           .

      *>the base date moved on WS-ADD-MONTHS months, the day clamped
      *>at 28 the way fixed deposit maturities are
       ADD-MONTHS-TO-BASE.
           COMPUTE WS-TOT-MONTHS =
               WS-BS-YEAR * 12 + WS-BS-MONTH - 1 + WS-ADD-MONTHS
           COMPUTE WS-CD-YEAR = WS-TOT-MONTHS / 12
           COMPUTE WS-CD-MONTH = FUNCTION MOD(WS-TOT-MONTHS, 12) + 1
           IF WS-BS-DAY > 28
               MOVE 28 TO WS-CD-DAY
           ELSE
               MOVE WS-BS-DAY TO WS-CD-DAY
           END-IF
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Take the installment if the balance covers it above the
      *>minimum - the whole installment or nothing. Nothing is taken
      *>from a frozen or closed account.
       TRY-DEBIT.
           MOVE 'N' TO WS-TOOK
           MOVE SPACES TO userdata
           MOVE RD-UID TO UID
           OPEN I-O userfile
           READ userfile INTO userdata
               INVALID KEY
                   DISPLAY "Owner UID not found for RD " RD-ID
                   CLOSE userfile
                   EXIT PARAGRAPH
           END-READ
           IF NOT ACCT-ACTIVE
               CLOSE userfile
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AVAILABLE = Balance - minaccountbalance
           IF WS-AVAILABLE < RD-Installment
               CLOSE userfile
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-NEW-BALANCE = Balance - RD-Installment
           MOVE WS-NEW-BALANCE TO Balance
           ADD 1 TO TrxCount
           MOVE WS-BUS-DATE TO ULastTrxDate
           REWRITE userdata
               INVALID KEY
                   DISPLAY "Error debiting installment for RD " RD-ID
                   CLOSE userfile
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE userfile
           MOVE 'Y' TO WS-TOOK

           MOVE SPACES TO TransactionRecord
           STRING
               TrxCount DELIMITED BY SIZE
               WS-TrxWDPrefix DELIMITED BY SIZE
               UID DELIMITED BY SIZE
               INTO TrxID
           END-STRING
           MOVE UAccNo           TO SenderAcc
           MOVE 0                TO ReceiverAcc
           MOVE "RD Installment" TO Description
           MOVE RD-Installment   TO Amount
           MOVE TRX-TYPE-WITHDRAW TO TrxType
           PERFORM WRITE-OWNER-ROW
           .

      *>the owner is told once per installment while it sits in its
      *>grace period
       DUN-ONCE.
           IF RD-DunnedDue = RD-NextDue
               EXIT PARAGRAPH
           END-IF
           MOVE RD-NextDue TO RD-DunnedDue
           MOVE RD-Installment TO WS-DSP-AMT
           MOVE SPACES TO WS-NOTICE
           STRING "RD " RD-ID " installment "
               FUNCTION TRIM(WS-DSP-AMT)
               " not taken - low balance"
               DELIMITED BY SIZE INTO WS-NOTICE
           MOVE "T" TO WS-NOTE-CLASS
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE RD-UID, WS-NOTICE, WS-NOTE-CLASS
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Past its grace period the installment is missed for good.
      *>The late penalty comes out of what the plan holds (never
      *>more than that) and is booked to fee income.
       MISS-INSTALLMENT.
           ADD 1 TO RD-MissedCount
           ADD 1 TO missed_count
           IF WS-LATE-PENALTY > RD-Balance
               MOVE RD-Balance TO WS-PENALTY
           ELSE
               MOVE WS-LATE-PENALTY TO WS-PENALTY
           END-IF
           SUBTRACT WS-PENALTY FROM RD-Balance
           ADD WS-PENALTY TO RD-PenaltyTotal

           MOVE SPACES TO WS-MEMO-ID
           STRING "RDP" RD-ID WS-INST-NO
               DELIMITED BY SIZE INTO WS-MEMO-ID
           MOVE "RD late penalty" TO WS-MEMO-DESC
           MOVE WS-PENALTY TO WS-MEMO-AMT
           CALL '../../Utility Functions/bin/writeGlMemo'
               USING BY REFERENCE WS-MEMO-ID, WS-MEMO-DESC,
               WS-MEMO-AMT, WS-BUS-DATE, WS-OWNER-BRANCH,
               WS-MEMO-OPER, WS-MEMO-STATUS

           MOVE SPACES TO RDLogLine
           STRING "MISSED RDID=" RD-ID " INST=" WS-INST-NO
               " DUE=" RD-NextDue " PENALTY=" WS-PENALTY
               " MISSES=" RD-MissedCount " ON=" WS-BUS-DATE
               DELIMITED BY SIZE INTO RDLogLine
           WRITE RDLogLine

           MOVE WS-PENALTY TO WS-DSP-AMT
           MOVE SPACES TO WS-NOTICE
           STRING "RD " RD-ID " installment missed - penalty "
               FUNCTION TRIM(WS-DSP-AMT)
               DELIMITED BY SIZE INTO WS-NOTICE
           MOVE "T" TO WS-NOTE-CLASS
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE RD-UID, WS-NOTICE, WS-NOTE-CLASS

           PERFORM ADVANCE-NEXT-DUE
           IF RD-MissedCount >= WS-MAX-MISSES
               PERFORM CONVERT-PLAN
               MOVE 'Y' TO WS-PLAN-DONE
           END-IF
           .

      *>Too many misses: the plan stops and what it holds goes back
      *>to the owner's balance as a plain deposit, without the term
      *>interest.
       CONVERT-PLAN.
           MOVE RD-Balance TO WS-CREDIT-AMT
           MOVE "RD Converted" TO WS-CREDIT-DESC
           IF WS-CREDIT-AMT > 0
               PERFORM CREDIT-OWNER
           END-IF
           MOVE "C" TO RD-Status
           MOVE WS-BUS-DATE TO RD-CloseDate
           ADD 1 TO converted_count

           MOVE SPACES TO RDLogLine
           STRING "CONVERTED RDID=" RD-ID " MISSES=" RD-MissedCount
               " PAIDBACK=" WS-CREDIT-AMT " ON=" WS-BUS-DATE
               DELIMITED BY SIZE INTO RDLogLine
           WRITE RDLogLine

           MOVE WS-CREDIT-AMT TO WS-DSP-AMT
           MOVE SPACES TO WS-NOTICE
           STRING "RD " RD-ID " converted - "
               FUNCTION TRIM(WS-DSP-AMT) " back to balance"
               DELIMITED BY SIZE INTO WS-NOTICE
           MOVE "I" TO WS-NOTE-CLASS
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE RD-UID, WS-NOTICE, WS-NOTE-CLASS
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Maturity under the plan's instruction: pay-out sends plan
      *>balance and interest to the owner, roll-principal opens a
      *>fixed deposit for the balance and pays the interest,
      *>roll-principal-and-interest puts both into the deposit.
       MATURE-PLAN.
           COMPUTE WS-INTEREST ROUNDED = RD-ProdMonths * RD-Rate
           EVALUATE TRUE
               WHEN RD-INSTR-ROLLP
                   MOVE WS-INTEREST TO WS-CREDIT-AMT
                   MOVE RD-Balance  TO WS-ROLL-AMT
               WHEN RD-INSTR-ROLLPI
                   MOVE 0 TO WS-CREDIT-AMT
                   COMPUTE WS-ROLL-AMT = RD-Balance + WS-INTEREST
               WHEN OTHER
                   COMPUTE WS-CREDIT-AMT = RD-Balance + WS-INTEREST
                   MOVE 0 TO WS-ROLL-AMT
           END-EVALUATE

      *>the interest joins the plan's GL balance first, so the
      *>payout and the rollover below both come out of it whole
           MOVE SPACES TO WS-MEMO-ID
           STRING "RDI" RD-ID DELIMITED BY SIZE INTO WS-MEMO-ID
           MOVE "RD interest paid" TO WS-MEMO-DESC
           MOVE WS-INTEREST TO WS-MEMO-AMT
           CALL '../../Utility Functions/bin/writeGlMemo'
               USING BY REFERENCE WS-MEMO-ID, WS-MEMO-DESC,
               WS-MEMO-AMT, WS-BUS-DATE, WS-OWNER-BRANCH,
               WS-MEMO-OPER, WS-MEMO-STATUS

           MOVE "RD Maturity" TO WS-CREDIT-DESC
           IF WS-CREDIT-AMT > 0
               PERFORM CREDIT-OWNER
           END-IF
           IF WS-ROLL-AMT > 0
               PERFORM OPEN-SUCCESSOR-FD
           END-IF

           MOVE "M" TO RD-Status
           MOVE WS-BUS-DATE TO RD-CloseDate
           ADD 1 TO matured_count

           MOVE SPACES TO RDLogLine
           STRING "MATURED RDID=" RD-ID " BAL=" RD-Balance
               " INT=" WS-INTEREST " INSTR=" RD-MatInstr
               " PAIDOUT=" WS-CREDIT-AMT " NEWFD=" RD-SuccessorFD
               " ON=" WS-BUS-DATE
               DELIMITED BY SIZE INTO RDLogLine
           WRITE RDLogLine

           MOVE SPACES TO WS-NOTICE
           IF RD-SuccessorFD > 0
               STRING "RD " RD-ID " matured - rolled into fixed "
                   "deposit " RD-SuccessorFD
                   DELIMITED BY SIZE INTO WS-NOTICE
           ELSE
               MOVE WS-CREDIT-AMT TO WS-DSP-AMT
               STRING "RD " RD-ID " matured - paid "
                   FUNCTION TRIM(WS-DSP-AMT)
                   DELIMITED BY SIZE INTO WS-NOTICE
           END-IF
           MOVE "I" TO WS-NOTE-CLASS
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE RD-UID, WS-NOTICE, WS-NOTE-CLASS
           .

      *>the successor runs for the plan's own term (fixed deposits
      *>go to 60 months, the same ceiling as a plan) and pays out
      *>at its own maturity
       OPEN-SUCCESSOR-FD.
           OPEN INPUT FDFile
           IF WS-FD-FS = "35"
               OPEN OUTPUT FDFile
           END-IF
           CLOSE FDFile

           MOVE 0 TO WS-MAX-FDID
           MOVE 'N' TO ws-fd-eof
           OPEN I-O FDFile
           PERFORM UNTIL ws-fd-eof = 'Y'
               READ FDFile NEXT
                   AT END
                       MOVE 'Y' TO ws-fd-eof
                   NOT AT END
                       IF FXD-ID > WS-MAX-FDID
                           MOVE FXD-ID TO WS-MAX-FDID
                       END-IF
               END-READ
           END-PERFORM

           MOVE RD-TermMonths TO WS-FD-TERM
           IF WS-FD-TERM > 60
               MOVE 60 TO WS-FD-TERM
           END-IF
           MOVE WS-BUS-DATE TO WS-BASE-DATE
           MOVE WS-FD-TERM TO WS-ADD-MONTHS
           PERFORM ADD-MONTHS-TO-BASE

           ADD 1 TO WS-MAX-FDID
           MOVE WS-MAX-FDID  TO FXD-ID
           MOVE RD-UID       TO FXD-UID
           MOVE WS-ROLL-AMT  TO FXD-Principal
           MOVE RD-Rate      TO FXD-Rate
           MOVE WS-BUS-DATE  TO FXD-OpenDate
           MOVE WS-CALC-DATE TO FXD-MaturityDate
           MOVE "O"          TO FXD-Status
           MOVE "P"          TO FXD-MatInstr
           MOVE 0            TO FXD-AccruedInt
           MOVE 0            TO FXD-AccrualDate
           WRITE FDRecord
               INVALID KEY
                   DISPLAY "Error opening fixed deposit for RD " RD-ID
      *>the money has left the plan but no deposit holds it - queue
      *>it so the day cannot close over it
                   MOVE "FD ROLLOVER FAILED" TO WS-SPN-REASON
                   MOVE WS-ROLL-AMT TO WS-SPN-AMT
                   CALL '../../Utility Functions/bin/writeSuspense'
                       USING BY REFERENCE WS-SPN-JOB, RD-UID,
                       WS-SPN-ACC, WS-SPN-AMT, WS-SPN-REASON
                   CLOSE FDFile
                   EXIT PARAGRAPH
           END-WRITE
           CALL '../../Utility Functions/bin/fdAdvice'
               USING BY REFERENCE WS-ADV-EVENT, FDRecord,
               WS-ADV-INTEREST, WS-ADV-PENALTY, WS-ADV-PAYOUT,
               WS-ADV-LINKED, WS-ADV-ADMIN
           CLOSE FDFile
           MOVE WS-MAX-FDID TO RD-SuccessorFD

           MOVE SPACES TO WS-MEMO-ID
           STRING "RDF" RD-ID DELIMITED BY SIZE INTO WS-MEMO-ID
           MOVE "RD to FD rollover" TO WS-MEMO-DESC
           MOVE WS-ROLL-AMT TO WS-MEMO-AMT
           CALL '../../Utility Functions/bin/writeGlMemo'
               USING BY REFERENCE WS-MEMO-ID, WS-MEMO-DESC,
               WS-MEMO-AMT, WS-BUS-DATE, WS-OWNER-BRANCH,
               WS-MEMO-OPER, WS-MEMO-STATUS
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Credit WS-CREDIT-AMT to the owner's balance and post it
      *>under WS-CREDIT-DESC.
       CREDIT-OWNER.
           MOVE WS-CREDIT-AMT TO WS-SPN-AMT
           MOVE SPACES TO userdata
           MOVE RD-UID TO UID
           OPEN I-O userfile
           READ userfile INTO userdata
               INVALID KEY
                   DISPLAY "Owner UID not found for RD " RD-ID
                   MOVE "OWNER MISSING" TO WS-SPN-REASON
                   CALL '../../Utility Functions/bin/writeSuspense'
                       USING BY REFERENCE WS-SPN-JOB, RD-UID,
                       WS-SPN-ACC, WS-SPN-AMT, WS-SPN-REASON
                   CLOSE userfile
                   EXIT PARAGRAPH
           END-READ
           ADD WS-CREDIT-AMT TO Balance
           ADD 1 TO TrxCount
           MOVE WS-BUS-DATE TO ULastTrxDate
           REWRITE userdata
               INVALID KEY
                   DISPLAY "Error crediting owner for RD " RD-ID
                   MOVE "CREDIT FAILED" TO WS-SPN-REASON
                   CALL '../../Utility Functions/bin/writeSuspense'
                       USING BY REFERENCE WS-SPN-JOB, RD-UID,
                       WS-SPN-ACC, WS-SPN-AMT, WS-SPN-REASON
                   CLOSE userfile
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE userfile

           MOVE SPACES TO TransactionRecord
           STRING
               TrxCount DELIMITED BY SIZE
               WS-TrxDepoPrefix DELIMITED BY SIZE
               UID DELIMITED BY SIZE
               INTO TrxID
           END-STRING
           MOVE 0                TO SenderAcc
           MOVE UAccNo           TO ReceiverAcc
           MOVE WS-CREDIT-DESC   TO Description
           MOVE WS-CREDIT-AMT    TO Amount
           MOVE TRX-TYPE-DEPOSIT TO TrxType
           PERFORM WRITE-OWNER-ROW
           .

      *>the common tail of an owner's ledger row
       WRITE-OWNER-ROW.
           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE UBranch TO TrxBranch
           MOVE "BATCH" TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE UCurrency TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
           MOVE WS-BUS-DATE TO TrxValueDate
           MOVE FUNCTION CURRENT-DATE(9:6) TO TimeStamp(9:6)
           OPEN I-O TrxFile
           IF WS-TRX-FS = "35"
               CLOSE TrxFile
               OPEN OUTPUT TrxFile
           END-IF
           WRITE TransactionRecord
               INVALID KEY
                   DISPLAY "Writing transaction failed for RD " RD-ID
      *>the balance moved but the ledger row did not - queue it so
      *>the mismatch is repaired before the day can close
                   MOVE "TRX WRITE FAILED" TO WS-SPN-REASON
                   MOVE Amount TO WS-SPN-AMT
                   CALL '../../Utility Functions/bin/writeSuspense'
                       USING BY REFERENCE WS-SPN-JOB, RD-UID,
                       WS-SPN-ACC, WS-SPN-AMT, WS-SPN-REASON
           END-WRITE
           CLOSE TrxFile
           .

       END PROGRAM recurringDeposits.
