      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 17.8.2026
      * Purpose: Daily loan installment collection - the lending
      *          side's peer of StandingOrders.cbl. Each installment
      *          row in data/LoanSchedule.dat falls due on its
      *          collection day (shifted off holidays and weekends)
      *          and is debited from the borrower's account through
      *          normal Transactions.dat postings - a principal leg
      *          and an interest leg, so each reaches its own GL
      *          account - and taken off LN-Outstanding. Whatever
      *          cannot be collected stays overdue and is tried
      *          again every business day, taking as much as the
      *          balance allows above the minimum; penalty interest
      *          accrues daily on the overdue amount at the LNPENRT
      *          rate in data/TrxLimits.dat and is collected behind
      *          it. Every loan still overdue after the run is
      *          listed on the day's arrears report, with its
      *          guarantors from data/Guarantors.dat once it has
      *          missed GRCALLN installments.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS LN-ID
               FILE STATUS IS WS-LN-FS.

           SELECT SchedFile ASSIGN TO '../../../data/LoanSchedule.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LSC-Key
               FILE STATUS IS WS-LSC-FS.

           SELECT paramfile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FS.

           SELECT LoanLog
               ASSIGN TO '../../../data/LoanAudit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.

           SELECT GuarFile ASSIGN TO "../../../data/Guarantors.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-Key
               FILE STATUS IS WS-GR-FS.

           SELECT ArrearsOut ASSIGN TO WS-ARREARS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARR-FS.
       01  LoanRecord.
           copy 'loanFile.cpy'.

       FD  SchedFile.
       01  SchedRecord.
           copy 'loanScheduleFile.cpy'.

       FD  paramfile.
       01  paramrec.
           05  param-label     pic x(8).
           05  param-value     pic 9(10)v99.

       FD  LoanLog.
       01  LoanLogLine         PIC X(120).

       FD  GuarFile.
       01  GuarRecord.
           copy 'guarantorFile.cpy'.

       FD  ArrearsOut.
       01  ArrearsLine         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
       01  WS-LN-FS            PIC XX.
       01  WS-LSC-FS           PIC XX.
       01  WS-PRM-FS           PIC XX.
       01  WS-LOG-FS           PIC XX.
       01  WS-ARR-FS           PIC XX.
       01  WS-GR-FS            PIC XX.
       01  ws-gr-eof           PIC X.
      *>missed installments after which the guarantors are called
       01  WS-GUAR-CALL-AFTER  PIC 9(3) VALUE 3.
       01  WS-BD-STATUS        PIC XX.
       01  eof                 PIC X VALUE 'N'.
       01  ws-prm-eof          PIC X.
       01  record_count        PIC 9(7) VALUE 0.
       01  arrears_count       PIC 9(7) VALUE 0.
       01  read_count          PIC 9(9) VALUE 0.
       01  WS-CNT-WRITTEN      PIC 9(9).
       01  WS-CNT-REJECTS      PIC 9(9).
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-EFF-DATE         PIC 9(8).
      *>penalty interest, percent a year on the overdue amount
       01  WS-PENALTY-RATE     PIC 9(3)V99 VALUE 0.
       01  WS-PENALTY-DAYS     PIC 9(5).
       01  WS-PENALTY-TODAY    PIC 9(10)V99.
       01  WS-COLLECT-AMT      PIC 9(10)V99.
       01  WS-COLLECT-PRIN     PIC 9(10)V99.
       01  WS-COLLECT-INT      PIC 9(10)V99.
       01  WS-COLLECT-PEN      PIC 9(10)V99.
       01  WS-DUE-PRIN         PIC 9(10)V99.
       01  WS-DUE-INT          PIC 9(10)V99.
       01  WS-DUE-TOTAL        PIC 9(10)V99.
       01  WS-AVAILABLE        PIC S9(10)V99.
       01  WS-TAKE-LEFT        PIC 9(10)V99.
       01  WS-ROW-OWED         PIC 9(10)V99.
       01  WS-ROW-PAY          PIC 9(10)V99.
       01  WS-LOAN-TOTAL       PIC 9(12)V99.
       01  WS-LEG-COUNT        PIC 9.
      *>C - work out the split only, A - apply it to the rows
       01  WS-ALLOC-MODE       PIC X.
       01  WS-HAS-SCHED        PIC X.
       01  ws-sched-eof        PIC X.
       01  WS-MIGRATE-MONTHS   PIC 9(3).
       01  WS-MIGRATE-INT      PIC 9(10)V99.
       01  WS-SchedStatus      PIC XX.
       01  WS-TRX-SEQ          PIC 9(5).
       01  WS-LEG-AMT          PIC 9(10)V99.
       01  WS-LEG-DESC         PIC X(30).
       01  WS-SPN-JOB          PIC X(12) VALUE "LOANCOLLECT".
       01  WS-SPN-REASON       PIC X(20).
       01  WS-SPN-ACC          PIC 9(16) VALUE 0.
       01  WS-TRXID            PIC X(11).
       01  WS-ARREARS-PATH     PIC X(60).
       01  WS-ARREARS-OPEN     PIC X VALUE 'N'.
       01  WS-DSP-PRIN         PIC Z(9)9.99.
       01  WS-DSP-INT          PIC Z(9)9.99.
       01  WS-DSP-PEN          PIC Z(9)9.99.

       copy 'trxConstants.cpy'.

               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           STRING "../../../data/LoanArrears_" WS-BUS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-ARREARS-PATH
           PERFORM LOAD-LOAN-PARAMS

           OPEN I-O LoanFile
           IF WS-LN-FS NOT = "00"
               GOBACK
           END-IF

           OPEN INPUT SchedFile
           IF WS-LSC-FS = '35'
               OPEN OUTPUT SchedFile
           END-IF
           CLOSE SchedFile
           OPEN I-O SchedFile

           OPEN EXTEND LoanLog
           IF WS-LOG-FS NOT = "00"
               CLOSE LoanLog
               OPEN OUTPUT LoanLog
           END-IF

           OPEN INPUT GuarFile

           MOVE 'N' TO eof
           PERFORM UNTIL eof = 'Y'
               READ LoanFile NEXT INTO LoanRecord
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       ADD 1 TO read_count
                       IF LN-OPEN
                           PERFORM CHECK-LOAN-DUE
                       END-IF
           END-PERFORM

           CLOSE LoanFile
           CLOSE SchedFile
           CLOSE LoanLog
           IF WS-GR-FS = "00"
               CLOSE GuarFile
           END-IF
           IF WS-ARREARS-OPEN = 'Y'
               CLOSE ArrearsOut
               DISPLAY "Arrears report written to "
                   FUNCTION TRIM(WS-ARREARS-PATH)
           END-IF
           DISPLAY "Done - " record_count " collection(s) made, "
               arrears_count " loan(s) in arrears."
           MOVE record_count TO WS-CNT-WRITTEN
           MOVE arrears_count TO WS-CNT-REJECTS
           CALL '../../Utility Functions/bin/setStepCounts'
               USING BY REFERENCE read_count, WS-CNT-WRITTEN,
               WS-CNT-REJECTS
           GOBACK
           .

       LOAD-LOAN-PARAMS.
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
                           WHEN "LNPENRT "
                               MOVE param-value TO WS-PENALTY-RATE
                           WHEN "GRCALLN "
                               MOVE param-value TO WS-GUAR-CALL-AFTER
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE paramfile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Every open loan, every business day: penalty on yesterday's
      *>overdue, today's installment falls due if its collection
      *>day has come (shifted off weekends and calendar holidays
      *>the same way standing orders are), then one attempt at
      *>everything owed.
       CHECK-LOAN-DUE.
           PERFORM DERIVE-PRIN-OUTSTANDING
           PERFORM ENSURE-SCHEDULE
           PERFORM ACCRUE-PENALTY
           PERFORM MARK-DUE-ROWS

           COMPUTE WS-DUE-TOTAL =
               WS-DUE-PRIN + WS-DUE-INT + LN-PenaltyAccrued
           IF WS-DUE-TOTAL > 0
               PERFORM COLLECT-OVERDUE
           END-IF

           PERFORM TALLY-OVERDUE-ROWS
           IF LN-Outstanding = 0 AND LN-PenaltyAccrued = 0
               MOVE "C" TO LN-Status
               DISPLAY "Loan " LN-ID " fully repaid - closed."
           END-IF
           REWRITE LoanRecord
               INVALID KEY
                   DISPLAY "Error updating loan " LN-ID
           END-REWRITE
           IF LN-OverduePrin > 0 OR LN-OverdueInt > 0
               OR LN-PenaltyAccrued > 0
               PERFORM WRITE-ARREARS-LINE
           END-IF
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>A loan booked before installment rows existed gets a
      *>schedule for what it still owes the first time it is seen:
      *>the remaining whole installments, from its last collection.
      *>The schedule file is handed to buildLoanSchedule closed.
       ENSURE-SCHEDULE.
           MOVE 'N' TO WS-HAS-SCHED
           MOVE LN-ID TO LSC-LoanID
           MOVE 0 TO LSC-InstNo
           START SchedFile KEY IS NOT LESS THAN LSC-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ SchedFile NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LSC-LoanID = LN-ID
                               MOVE 'Y' TO WS-HAS-SCHED
                           END-IF
                   END-READ
           END-START
           IF WS-HAS-SCHED = 'Y' OR LN-Outstanding = 0
               EXIT PARAGRAPH
           END-IF

           IF LN-Installment > 0
               COMPUTE WS-MIGRATE-MONTHS ROUNDED =
                   (LN-Outstanding / LN-Installment) + 0.49
           ELSE
               MOVE 1 TO WS-MIGRATE-MONTHS
           END-IF
           IF WS-MIGRATE-MONTHS < 1
               MOVE 1 TO WS-MIGRATE-MONTHS
           END-IF
           COMPUTE WS-MIGRATE-INT =
               LN-Outstanding - LN-PrinOutstanding
           CLOSE SchedFile
           CALL '../../Utility Functions/bin/buildLoanSchedule'
               USING BY REFERENCE LN-ID, LN-LastRunDate, LN-DueDay,
               WS-MIGRATE-MONTHS, LN-PrinOutstanding, WS-MIGRATE-INT,
               WS-SchedStatus
           OPEN I-O SchedFile
           MOVE SPACES TO LoanLogLine
           STRING "SCHEDULE LNID=" LN-ID
               " MONTHS=" WS-MIGRATE-MONTHS
               " PRIN=" LN-PrinOutstanding
               " INT=" WS-MIGRATE-INT
               " STATUS=" WS-SchedStatus
               " ON=" WS-BUS-DATE
               DELIMITED BY SIZE INTO LoanLogLine
           WRITE LoanLogLine
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Penalty runs on the amount left overdue at the end of the
      *>last run, for every calendar day since - weekends and
      *>holidays included, since the money was owed on those days
      *>too. A loan that has never been overdue just starts the
      *>clock today.
       ACCRUE-PENALTY.
           IF LN-PenaltyDate = 0
               OR (LN-OverduePrin = 0 AND LN-OverdueInt = 0)
               MOVE WS-BUS-DATE TO LN-PenaltyDate
               EXIT PARAGRAPH
           END-IF
           IF LN-PenaltyDate >= WS-BUS-DATE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PENALTY-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
               - FUNCTION INTEGER-OF-DATE(LN-PenaltyDate)
           COMPUTE WS-PENALTY-TODAY ROUNDED =
               (LN-OverduePrin + LN-OverdueInt) * WS-PENALTY-RATE
               * WS-PENALTY-DAYS / 36500
           ADD WS-PENALTY-TODAY TO LN-PenaltyAccrued
           MOVE WS-BUS-DATE TO LN-PenaltyDate
           IF WS-PENALTY-TODAY > 0
               MOVE SPACES TO LoanLogLine
               STRING "PENALTY LNID=" LN-ID
                   " OVERDUE=" LN-OverduePrin
                   "+" LN-OverdueInt
                   " DAYS=" WS-PENALTY-DAYS
                   " AMOUNT=" WS-PENALTY-TODAY
                   " ON=" WS-BUS-DATE
                   DELIMITED BY SIZE INTO LoanLogLine
               WRITE LoanLogLine
           END-IF
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>An unpaid row whose collection day has arrived becomes due.
      *>Leaves WS-DUE-PRIN / WS-DUE-INT holding everything owed on
      *>the loan's due rows, oldest first.
       MARK-DUE-ROWS.
           MOVE 0 TO WS-DUE-PRIN WS-DUE-INT
           MOVE LN-ID TO LSC-LoanID
           MOVE 0 TO LSC-InstNo
           MOVE 'N' TO ws-sched-eof
           START SchedFile KEY IS NOT LESS THAN LSC-Key
               INVALID KEY
                   MOVE 'Y' TO ws-sched-eof
           END-START
           PERFORM UNTIL ws-sched-eof = 'Y'
               READ SchedFile NEXT
                   AT END
                       MOVE 'Y' TO ws-sched-eof
                   NOT AT END
                       IF LSC-LoanID NOT = LN-ID
                           MOVE 'Y' TO ws-sched-eof
                       ELSE
                           PERFORM MARK-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           .

       MARK-ONE-ROW.
           IF LSC-UNPAID AND LSC-DueDate <= WS-BUS-DATE
               CALL '../../Utility Functions/bin/nextBusinessDay'
                   USING BY REFERENCE LSC-DueDate, WS-EFF-DATE
               IF WS-EFF-DATE <= WS-BUS-DATE
                   MOVE "D" TO LSC-Status
                   REWRITE SchedRecord
                       INVALID KEY
                           DISPLAY "Error updating schedule row "
                               LSC-Key
                   END-REWRITE
               END-IF
           END-IF
           IF LSC-OVERDUE
               COMPUTE WS-DUE-PRIN =
                   WS-DUE-PRIN + LSC-Principal - LSC-PaidPrin
               COMPUTE WS-DUE-INT =
                   WS-DUE-INT + LSC-Interest - LSC-PaidInt
           END-IF
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Take as much of what is owed as the balance allows above
      *>the minimum. Oldest installment first, interest before
      *>principal within it, and accrued penalty last so the
      *>amount it runs on comes down first. Nothing is taken from
      *>a frozen or closed account.
       COLLECT-OVERDUE.
           MOVE SPACES TO userdata
           MOVE LN-UID TO UID
           OPEN I-O userfile
               INVALID KEY
                   DISPLAY "Borrower UID not found for loan " LN-ID
                   CLOSE userfile
                   EXIT PARAGRAPH
           END-READ

               DISPLAY "Borrower account frozen/closed for loan "
                   LN-ID
               CLOSE userfile
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AVAILABLE = Balance - minaccountbalance
           IF WS-AVAILABLE <= 0
               DISPLAY "Insufficient funds for loan " LN-ID
               CLOSE userfile
               EXIT PARAGRAPH
           END-IF
           IF WS-AVAILABLE > WS-DUE-TOTAL
               MOVE WS-DUE-TOTAL TO WS-COLLECT-AMT
           ELSE
               MOVE WS-AVAILABLE TO WS-COLLECT-AMT
           END-IF

           MOVE "C" TO WS-ALLOC-MODE
           PERFORM ALLOCATE-COLLECTION

      *>one sequence number per ledger leg
           MOVE 0 TO WS-LEG-COUNT
           IF WS-COLLECT-PRIN > 0
               ADD 1 TO WS-LEG-COUNT
           END-IF
           IF WS-COLLECT-INT > 0
               ADD 1 TO WS-LEG-COUNT
           END-IF
           IF WS-COLLECT-PEN > 0
               ADD 1 TO WS-LEG-COUNT
           END-IF

           COMPUTE WS-NEW-BALANCE = Balance - WS-COLLECT-AMT
           MOVE WS-NEW-BALANCE TO Balance
           MOVE TrxCount TO WS-TRX-SEQ
           ADD WS-LEG-COUNT TO TrxCount
           REWRITE userdata
               INVALID KEY
                   DISPLAY "Error debiting borrower for loan " LN-ID
                   CLOSE userfile
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE userfile

           MOVE SPACES TO WS-TRXID
           OPEN I-O TrxFile
           IF WS-COLLECT-PRIN > 0
               MOVE WS-COLLECT-PRIN TO WS-LEG-AMT
               MOVE SPACES TO WS-LEG-DESC
               STRING "Loan principal LNID=" LN-ID
                   DELIMITED BY SIZE INTO WS-LEG-DESC
               PERFORM WRITE-LOAN-LEG
           END-IF
           IF WS-COLLECT-INT > 0
               MOVE WS-COLLECT-INT TO WS-LEG-AMT
               MOVE SPACES TO WS-LEG-DESC
               STRING "Loan interest LNID=" LN-ID
                   DELIMITED BY SIZE INTO WS-LEG-DESC
               PERFORM WRITE-LOAN-LEG
           END-IF
           IF WS-COLLECT-PEN > 0
               MOVE WS-COLLECT-PEN TO WS-LEG-AMT
               MOVE SPACES TO WS-LEG-DESC
               STRING "Loan penalty LNID=" LN-ID
                   DELIMITED BY SIZE INTO WS-LEG-DESC
               PERFORM WRITE-LOAN-LEG
           END-IF
           CLOSE TrxFile
           ADD 1 TO record_count
           IF WS-COLLECT-AMT < WS-DUE-TOTAL
               DISPLAY "Part-collected loan " LN-ID
           ELSE
               DISPLAY "Collected loan " LN-ID
           END-IF

           MOVE "A" TO WS-ALLOC-MODE
           PERFORM ALLOCATE-COLLECTION

           COMPUTE LN-Outstanding =
               LN-Outstanding - WS-COLLECT-PRIN - WS-COLLECT-INT
           SUBTRACT WS-COLLECT-PRIN FROM LN-PrinOutstanding
           SUBTRACT WS-COLLECT-PEN FROM LN-PenaltyAccrued
           MOVE WS-BUS-DATE TO LN-LastRunDate

           PERFORM WRITE-COLLECT-LOG
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Share WS-COLLECT-AMT out over the due rows. Run once in
      *>mode C to size the ledger legs before the debit, then in
      *>mode A after it to mark the rows paid - both passes walk
      *>the rows in the same order, so they agree.
       ALLOCATE-COLLECTION.
           MOVE 0 TO WS-COLLECT-PRIN WS-COLLECT-INT WS-COLLECT-PEN
           MOVE WS-COLLECT-AMT TO WS-TAKE-LEFT
           MOVE LN-ID TO LSC-LoanID
           MOVE 0 TO LSC-InstNo
           MOVE 'N' TO ws-sched-eof
           START SchedFile KEY IS NOT LESS THAN LSC-Key
               INVALID KEY
                   MOVE 'Y' TO ws-sched-eof
           END-START
           PERFORM UNTIL ws-sched-eof = 'Y' OR WS-TAKE-LEFT = 0
               READ SchedFile NEXT
                   AT END
                       MOVE 'Y' TO ws-sched-eof
                   NOT AT END
                       IF LSC-LoanID NOT = LN-ID
                           MOVE 'Y' TO ws-sched-eof
                       ELSE
                           IF LSC-OVERDUE
                               PERFORM ALLOCATE-ONE-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TAKE-LEFT > LN-PenaltyAccrued
               MOVE LN-PenaltyAccrued TO WS-COLLECT-PEN
           ELSE
               MOVE WS-TAKE-LEFT TO WS-COLLECT-PEN
           END-IF
           .

       ALLOCATE-ONE-ROW.
           COMPUTE WS-ROW-OWED = LSC-Interest - LSC-PaidInt
           IF WS-ROW-OWED > WS-TAKE-LEFT
               MOVE WS-TAKE-LEFT TO WS-ROW-PAY
           ELSE
               MOVE WS-ROW-OWED TO WS-ROW-PAY
           END-IF
           ADD WS-ROW-PAY TO WS-COLLECT-INT
           SUBTRACT WS-ROW-PAY FROM WS-TAKE-LEFT
           IF WS-ALLOC-MODE = "A"
               ADD WS-ROW-PAY TO LSC-PaidInt
           END-IF

           COMPUTE WS-ROW-OWED = LSC-Principal - LSC-PaidPrin
           IF WS-ROW-OWED > WS-TAKE-LEFT
               MOVE WS-TAKE-LEFT TO WS-ROW-PAY
           ELSE
               MOVE WS-ROW-OWED TO WS-ROW-PAY
           END-IF
           ADD WS-ROW-PAY TO WS-COLLECT-PRIN
           SUBTRACT WS-ROW-PAY FROM WS-TAKE-LEFT

           IF WS-ALLOC-MODE = "A"
               ADD WS-ROW-PAY TO LSC-PaidPrin
               MOVE WS-BUS-DATE TO LSC-PaidDate
               IF LSC-PaidPrin = LSC-Principal
                   AND LSC-PaidInt = LSC-Interest
                   MOVE "P" TO LSC-Status
               END-IF
               REWRITE SchedRecord
                   INVALID KEY
                       DISPLAY "Error updating schedule row "
                           LSC-Key
               END-REWRITE
           END-IF
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>What is still overdue once the day's collection is done -
      *>the figures the arrears report shows and tomorrow's penalty
      *>runs on. LN-ArrearsCount is the number of installments
      *>currently in arrears, so a borrower who catches up is cured.
       TALLY-OVERDUE-ROWS.
           MOVE 0 TO LN-OverduePrin LN-OverdueInt LN-ArrearsCount
           MOVE 0 TO LN-OverdueSince
           MOVE LN-ID TO LSC-LoanID
           MOVE 0 TO LSC-InstNo
           MOVE 'N' TO ws-sched-eof
           START SchedFile KEY IS NOT LESS THAN LSC-Key
               INVALID KEY
                   MOVE 'Y' TO ws-sched-eof
           END-START
           PERFORM UNTIL ws-sched-eof = 'Y'
               READ SchedFile NEXT
                   AT END
                       MOVE 'Y' TO ws-sched-eof
                   NOT AT END
                       IF LSC-LoanID NOT = LN-ID
                           MOVE 'Y' TO ws-sched-eof
                       ELSE
                           IF LSC-OVERDUE
                               COMPUTE LN-OverduePrin = LN-OverduePrin
                                   + LSC-Principal - LSC-PaidPrin
                               COMPUTE LN-OverdueInt = LN-OverdueInt
                                   + LSC-Interest - LSC-PaidInt
                               ADD 1 TO LN-ArrearsCount
                               IF LN-OverdueSince = 0
                                   MOVE LSC-DueDate TO LN-OverdueSince
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>One ledger row per portion. glPosting tells them apart by
      *>description - principal to the loan book, interest to loan
      *>interest income, penalty to penalty income - so none of
      *>them passes through the cash map.
       WRITE-LOAN-LEG.
           ADD 1 TO WS-TRX-SEQ
           MOVE SPACES TO TrxID
           STRING
               WS-TRX-SEQ DELIMITED BY SIZE
               WS-TrxWDPrefix DELIMITED BY SIZE
               LN-UID DELIMITED BY SIZE
               INTO TrxID
           END-STRING
           IF WS-TRXID = SPACES
               MOVE TrxID TO WS-TRXID
           END-IF
           MOVE UAccNo           TO SenderAcc
           MOVE 0                TO ReceiverAcc
           MOVE WS-LEG-DESC      TO Description
           MOVE WS-LEG-AMT       TO Amount
           MOVE TRX-TYPE-WITHDRAW TO TrxType
           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE UBranch TO TrxBranch
           MOVE "BATCH" TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE UCurrency TO TrxCurrency
           MOVE WS-BUS-DATE      TO TimeStamp(1:8)
           MOVE WS-BUS-DATE      TO TrxValueDate
           MOVE FUNCTION CURRENT-DATE(9:6) TO TimeStamp(9:6)
           WRITE TransactionRecord
               INVALID KEY
                   DISPLAY "Writing collection failed for loan "
                       LN-ID
      *>the borrower is already debited - queue the gap so the day
      *>cannot close until the missing ledger row is repaired
                   MOVE "TRX WRITE FAILED" TO WS-SPN-REASON
                   CALL '../../Utility Functions/bin/writeSuspense'
                       USING BY REFERENCE WS-SPN-JOB, LN-UID,
                       WS-SPN-ACC, WS-LEG-AMT, WS-SPN-REASON
           END-WRITE
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>A loan booked before the principal was tracked separately
      *>has its principal share worked out once, in the proportion
      *>of principal to total repayable it was lent at, and kept.
       DERIVE-PRIN-OUTSTANDING.
           IF LN-PrinOutstanding > 0 OR LN-Outstanding = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOAN-TOTAL =
               LN-Principal + (LN-Principal * LN-Rate * LN-TermMonths)
           IF WS-LOAN-TOTAL = 0
               MOVE LN-Outstanding TO LN-PrinOutstanding
           ELSE
               COMPUTE LN-PrinOutstanding ROUNDED =
                   LN-Outstanding * LN-Principal / WS-LOAN-TOTAL
           END-IF
           IF LN-PrinOutstanding > LN-Outstanding
               MOVE LN-Outstanding TO LN-PrinOutstanding
           END-IF
           .

       WRITE-COLLECT-LOG.
           MOVE SPACES TO LoanLogLine
           STRING "COLLECT LNID=" LN-ID
               " PRIN=" WS-COLLECT-PRIN
               " INT=" WS-COLLECT-INT
               " PEN=" WS-COLLECT-PEN
               " OS=" LN-Outstanding
               " TRXID=" WS-TRXID
               " ON=" WS-BUS-DATE
               DELIMITED BY SIZE INTO LoanLogLine
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The arrears report is only opened when the first overdue
      *>loan of the run turns up, so a clean run leaves no empty
      *>file behind. Overdue principal, overdue interest and the
      *>penalty accrued so far are shown as separate figures.
       WRITE-ARREARS-LINE.
           ADD 1 TO arrears_count
           IF WS-ARREARS-OPEN = 'N'
               OPEN OUTPUT ArrearsOut
               MOVE 'Y' TO WS-ARREARS-OPEN
               STRING "Loan Arrears Report for " WS-BUS-DATE
                   DELIMITED BY SIZE INTO ArrearsLine
               WRITE ArrearsLine
               MOVE SPACES TO ArrearsLine
               STRING "Loan  UID      Overdue Princ  Overdue Int"
                   "    Penalty Accr  Missed  Since"
                   DELIMITED BY SIZE INTO ArrearsLine
               WRITE ArrearsLine
           END-IF
           MOVE LN-OverduePrin    TO WS-DSP-PRIN
           MOVE LN-OverdueInt     TO WS-DSP-INT
           MOVE LN-PenaltyAccrued TO WS-DSP-PEN
           MOVE SPACES TO ArrearsLine
           STRING LN-ID " " LN-UID
               "  " WS-DSP-PRIN
               "  " WS-DSP-INT
               "  " WS-DSP-PEN
               "  " LN-ArrearsCount
               "     " LN-OverdueSince
               DELIMITED BY SIZE INTO ArrearsLine
           WRITE ArrearsLine
           IF LN-ArrearsCount >= WS-GUAR-CALL-AFTER
               AND WS-GR-FS = "00"
               PERFORM WRITE-GUARANTOR-LINES
           END-IF
           MOVE SPACES TO LoanLogLine
           STRING "ARREARS LNID=" LN-ID
               " UID=" LN-UID
               " PRIN=" LN-OverduePrin
               " INT=" LN-OverdueInt
               " PEN=" LN-PenaltyAccrued
               " MISSED=" LN-ArrearsCount
               " ON=" WS-BUS-DATE
               DELIMITED BY SIZE INTO LoanLogLine
           WRITE LoanLogLine
           .

      *>a loan past the guarantor threshold carries its active
      *>guarantors under it so collections can call them
       WRITE-GUARANTOR-LINES.
           MOVE LN-ID TO GR-LoanID
           MOVE 0 TO GR-Seq
           MOVE 'N' TO ws-gr-eof
           START GuarFile KEY IS NOT LESS THAN GR-Key
               INVALID KEY
                   MOVE 'Y' TO ws-gr-eof
           END-START
           PERFORM UNTIL ws-gr-eof = 'Y'
               READ GuarFile NEXT
                   AT END
                       MOVE 'Y' TO ws-gr-eof
                   NOT AT END
                       IF GR-LoanID NOT = LN-ID
                           MOVE 'Y' TO ws-gr-eof
                       ELSE
                           IF GR-ACTIVE
                               MOVE GR-Amount TO WS-DSP-PRIN
                               MOVE SPACES TO ArrearsLine
                               STRING "      CALL GUARANTOR "
                                   GR-Name " Ph " GR-Phone
                                   " NRC " GR-NRC
                                   " for " WS-DSP-PRIN
                                   DELIMITED BY SIZE INTO ArrearsLine
                               WRITE ArrearsLine
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       END PROGRAM LoanCollection.
