      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Loan early settlement and partial prepayment, for
      *          the teller's loan repayment screen (loanRepay) and
      *          the customer's own My Loans screen alike. Any amount
      *          is taken against an open loan: a
      *          full settlement is quoted with the interest rebate
      *          arithmetic on screen (the flat-rate schedule's
      *          unearned monthly interest for the remaining whole
      *          months is waived), a partial prepayment comes off
      *          LN-Outstanding and LN-Installment is recast over
      *          the months left of LN-TermMonths. The money moves
      *          through the normal Transactions.dat posting path
      *          out of the borrower's balance, with a receipt row
      *          in Receipts.dat. Every payment is posted as a
      *          principal leg and an interest leg so each reaches
      *          its own GL account. A caller passing the customer's
      *          UID may only pay that customer's own loans, from
      *          an active account, and only out of spendable money -
      *          liens, uncleared collections and savings goal
      *          envelopes stay held, as they do for a withdrawal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loanPayment.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanFile ASSIGN TO '../../../data/Loans.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ID
               FILE STATUS IS WS-LN-FS.

           SELECT UserFile ASSIGN TO '../../../data/UserAccounts.dat'
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

           SELECT ReceiptFile ASSIGN TO '../../../data/Receipts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-TrxID
               FILE STATUS IS WS-RCT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanFile.
       01  LoanRecord.
           copy 'loanFile.cpy'.

       FD  UserFile.
       01  UserRecord.
       COPY "userFile.cpy".

       FD  TrxFile.
       01  TransactionRecord.
       COPY "transactionFile.cpy".

       FD  ReceiptFile.
       01  ReceiptRecord.
           copy 'receiptFile.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-LN-FS            PIC XX.
       01  WS-FS               PIC XX.
       01  WS-TRX-FS           PIC XX.
       01  WS-RCT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-LoanID           PIC 9(5).
       01  WS-Amount           PIC 9(10)V99.
       01  WS-Confirm          PIC X.
       01  WS-MONTHLY-INT      PIC 9(10)V99.
       01  WS-REMAIN-MONTHS    PIC 9(3).
       01  WS-ELAPSED-MONTHS   PIC S9(4).
       01  WS-YR-A             PIC 9(4).
       01  WS-MM-A             PIC 9(2).
       01  WS-YR-B             PIC 9(4).
       01  WS-MM-B             PIC 9(2).
       01  WS-RECAST-MONTHS    PIC 9(3).
       01  WS-REBATE           PIC 9(10)V99.
       01  WS-SETTLE-AMT       PIC 9(10)V99.
       01  WS-PAY-PRIN         PIC 9(10)V99.
       01  WS-PAY-INT          PIC 9(10)V99.
       01  WS-PAY-PEN          PIC 9(10)V99.
       01  WS-UNEARNED-INT     PIC 9(10)V99.
       01  WS-LOAN-TOTAL       PIC 9(12)V99.
       01  WS-TRX-SEQ          PIC 9(5).
       01  WS-LEG-AMT          PIC 9(10)V99.
       01  WS-LEG-DESC         PIC X(30).
       01  WS-RECEIPT-TRXID    PIC X(11).
       01  WS-SCHED-INT        PIC 9(10)V99.
       01  WS-SchedStatus      PIC XX.
       01  WS-NEW-BALANCE      PIC S9(10)V99.
      *>the floor a self-service payment may not go below
       01  WS-EffMinBal        PIC 9(11)V99.
       01  WS-LienTotal        PIC 9(10)V99 VALUE ZERO.
       01  WS-UnclrTotal       PIC 9(10)V99 VALUE ZERO.
       01  WS-GoalTotal        PIC 9(10)V99 VALUE ZERO.
       01  WS-LienStatus       PIC X(2).
       01  WS-DSP-A            PIC Z(9)9.99.
       01  WS-DSP-B            PIC Z(9)9.99.
       01  WS-DSP-C            PIC Z(9)9.99.
       01  WS-Notice           PIC X(60).
       01  WS-XrefSide         PIC X.
       01  WS-LockUID          PIC 9(5).
       01  WS-LockStatus       PIC X(2).
      *>before/after images for the point-in-time recovery journal
       01  WS-PitTag           PIC X.
       01  WS-PitBefore        PIC X(600).
       01  WS-PitAfter         PIC X(600).

       COPY "trxConstants.cpy".

       COPY "trxTypeCodes.cpy".

       COPY "colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-LoanID           PIC 9(5).
      *>who is taking the payment - the teller's AID, or "SELF " when
      *>the customer pays from their own screen
       01  LS-Operator         PIC X(5).
      *>the paying customer's UID on the self-service path; 0 from
      *>the teller screen, which may take any borrower's payment
       01  LS-OwnerUID         PIC 9(5).
      *>00 paid, 01 nothing paid, 93 account not active, 96 no such
      *>loan (or not the caller's), 97 refused, 99 file error
       01  LS-StatusCode       PIC X(2).

       PROCEDURE DIVISION USING LS-LoanID, LS-Operator, LS-OwnerUID,
           LS-StatusCode.
       MAIN-LOGIC.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           call '../../Utility Functions/bin/loadTrxLimits'
           using by REFERENCE minAmoDepo, maxAmoDepo,
               minwithdraw, maxwithdraw, minaccountbalance

           MOVE "01" TO LS-StatusCode
           MOVE LS-LoanID TO WS-LoanID

           OPEN I-O LoanFile
           IF WS-LN-FS NOT = "00"
               DISPLAY esc redx "Unable to open Loans.dat "
                   WS-LN-FS esc resetx
               MOVE "99" TO LS-StatusCode
               EXIT PROGRAM
           END-IF
           MOVE WS-LoanID TO LN-ID
           READ LoanFile
               INVALID KEY
                   DISPLAY esc redx "No loan with that ID."
                       esc resetx
                   CLOSE LoanFile
                   MOVE "96" TO LS-StatusCode
                   EXIT PROGRAM
           END-READ
           IF LS-OwnerUID NOT = 0 AND LN-UID NOT = LS-OwnerUID
               DISPLAY esc redx "No loan with that ID."
                   esc resetx
               CLOSE LoanFile
               MOVE "96" TO LS-StatusCode
               EXIT PROGRAM
           END-IF
           IF NOT LN-OPEN
               DISPLAY "Loan is already closed."
               CLOSE LoanFile
               EXIT PROGRAM
           END-IF

           PERFORM QUOTE-SETTLEMENT

           DISPLAY "Amount to pay (the settlement figure clears "
               "the loan) : "
           ACCEPT WS-Amount
           IF WS-Amount = 0
               DISPLAY "Nothing paid."
               CLOSE LoanFile
               EXIT PROGRAM
           END-IF
           IF WS-Amount > WS-SETTLE-AMT
               DISPLAY "More than the settlement figure - taking "
                   "the settlement amount only."
               MOVE WS-SETTLE-AMT TO WS-Amount
           END-IF
      *>arrears are cleared installment by installment by the
      *>nightly collection - a prepayment on top of them would
      *>leave the overdue rows and the recast schedule disagreeing
           IF WS-Amount < WS-SETTLE-AMT
               AND (LN-OverduePrin > 0 OR LN-OverdueInt > 0
                    OR LN-PenaltyAccrued > 0)
               DISPLAY esc redx "Loan is in arrears - only a full "
                   "settlement can be taken here; the overdue "
                   "amount is collected by the nightly run."
                   esc resetx
               CLOSE LoanFile
               MOVE "97" TO LS-StatusCode
               EXIT PROGRAM
           END-IF

           PERFORM SPLIT-PAYMENT
           PERFORM DEBIT-BORROWER
           PERFORM WRITE-REPAY-TRX
           PERFORM WRITE-RECEIPT
           PERFORM APPLY-TO-LOAN
           CLOSE LoanFile
           MOVE "00" TO LS-StatusCode
           EXIT PROGRAM.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The settlement quote, with the arithmetic on screen: the
      *>flat schedule earns one month's interest per month, so the
      *>rebate is the monthly interest for every remaining whole
      *>month beyond the current one.
       QUOTE-SETTLEMENT.
           PERFORM DERIVE-PRIN-OUTSTANDING
           COMPUTE WS-UNEARNED-INT =
               LN-Outstanding - LN-PrinOutstanding
           COMPUTE WS-MONTHLY-INT ROUNDED =
               LN-Principal * LN-Rate
           IF LN-Installment > 0
               COMPUTE WS-REMAIN-MONTHS ROUNDED =
                   (LN-Outstanding / LN-Installment) + 0.49
           ELSE
               MOVE 1 TO WS-REMAIN-MONTHS
           END-IF
           IF WS-REMAIN-MONTHS < 1
               MOVE 1 TO WS-REMAIN-MONTHS
           END-IF
           COMPUTE WS-REBATE ROUNDED =
               WS-MONTHLY-INT * (WS-REMAIN-MONTHS - 1)
      *>the rebate can only waive interest - never principal
           IF WS-REBATE > WS-UNEARNED-INT
               MOVE WS-UNEARNED-INT TO WS-REBATE
           END-IF
           COMPUTE WS-SETTLE-AMT =
               LN-Outstanding - WS-REBATE + LN-PenaltyAccrued

           MOVE LN-Outstanding TO WS-DSP-A
           MOVE WS-REBATE      TO WS-DSP-B
           MOVE WS-SETTLE-AMT  TO WS-DSP-C
           DISPLAY "-----------------------------------------------"
           DISPLAY "Outstanding (incl. future interest): " WS-DSP-A
           MOVE LN-PrinOutstanding TO WS-DSP-B
           DISPLAY "  of which principal               : " WS-DSP-B
           MOVE WS-UNEARNED-INT TO WS-DSP-B
           DISPLAY "  of which interest not yet earned : " WS-DSP-B
           DISPLAY "Remaining months                   : "
               WS-REMAIN-MONTHS
           MOVE WS-MONTHLY-INT TO WS-DSP-B
           DISPLAY "Monthly interest (Principal x Rate): " WS-DSP-B
           MOVE WS-REBATE TO WS-DSP-B
           DISPLAY "Interest rebate ("
               WS-REMAIN-MONTHS " - 1 months)      : " WS-DSP-B
           IF LN-PenaltyAccrued > 0
               MOVE LN-PenaltyAccrued TO WS-DSP-B
               DISPLAY "Penalty interest accrued (added)   : "
                   WS-DSP-B
           END-IF
           DISPLAY "FULL SETTLEMENT TODAY              : " WS-DSP-C
           DISPLAY "-----------------------------------------------"
           .

      *>a court order's unremitted amount, uncleared outward
      *>collection credits and savings goal envelopes are not the
      *>customer's to spend - the floor rises by all three, the
      *>same way trxWithdraw builds it
       ADD-HELD-FUNDS.
           call '../../Utility Functions/bin/getLienTotal'
           using by REFERENCE UAccNo, WS-LienTotal, WS-LienStatus
           call '../../Utility Functions/bin/getUnclearedTotal'
           using by REFERENCE UAccNo, WS-UnclrTotal, WS-LienStatus
           ADD WS-UnclrTotal TO WS-LienTotal
           call '../../Utility Functions/bin/getGoalReserved'
           using by REFERENCE UID, WS-GoalTotal, WS-LienStatus
           ADD WS-GoalTotal TO WS-LienTotal
           ADD WS-LienTotal TO WS-EffMinBal
           .

       DEBIT-BORROWER.
      *>the lock is taken BEFORE the read this debit's update is
      *>based on, same discipline as every online balance writer
           MOVE LN-UID TO WS-LockUID
           call '../../Utility Functions/bin/acquireLock'
           using by REFERENCE WS-LockUID, WS-LockStatus
           IF WS-LockStatus NOT = "00"
               DISPLAY esc redx "Record in use by another session "
                   "- please retry in a moment." esc resetx
               CLOSE LoanFile
               MOVE "97" TO LS-StatusCode
               EXIT PROGRAM
           END-IF
           OPEN I-O UserFile
           IF WS-FS NOT = "00"
               DISPLAY esc redx "Unable to open UserAccounts.dat."
                   esc resetx
               PERFORM RELEASE-REC-LOCK
               CLOSE LoanFile
               MOVE "99" TO LS-StatusCode
               EXIT PROGRAM
           END-IF
           MOVE LN-UID TO UID
           READ UserFile KEY IS UID
               INVALID KEY
                   DISPLAY esc redx "Borrower account not found."
                       esc resetx
                   CLOSE UserFile
                   PERFORM RELEASE-REC-LOCK
                   CLOSE LoanFile
                   MOVE "96" TO LS-StatusCode
                   EXIT PROGRAM
           END-READ
      *>the customer pays only from an account in good standing; the
      *>teller may still take money off a frozen one
           IF LS-OwnerUID NOT = 0 AND NOT ACCT-ACTIVE
               DISPLAY esc redx "Your account is not active - "
                   "please visit a branch." esc resetx
               CLOSE UserFile
               PERFORM RELEASE-REC-LOCK
               CLOSE LoanFile
               MOVE "93" TO LS-StatusCode
               EXIT PROGRAM
           END-IF
           MOVE minaccountbalance TO WS-EffMinBal
           MOVE 0 TO WS-LienTotal
           IF LS-OwnerUID NOT = 0
               PERFORM ADD-HELD-FUNDS
           END-IF
           COMPUTE WS-NEW-BALANCE = Balance - WS-Amount
           IF WS-NEW-BALANCE < WS-EffMinBal
               DISPLAY esc redx "Borrower's balance does not cover "
                   "this payment above the minimum balance."
                   esc resetx
               IF WS-LienTotal > 0
                   MOVE WS-LienTotal TO WS-DSP-A
                   DISPLAY "Held funds (liens, uncleared, goals) : "
                       WS-DSP-A
               END-IF
               CLOSE UserFile
               PERFORM RELEASE-REC-LOCK
               CLOSE LoanFile
               MOVE "97" TO LS-StatusCode
               EXIT PROGRAM
           END-IF
           DISPLAY "Debit " WS-Amount " from " UAccNo "? (Y/N): "
           ACCEPT WS-Confirm
           IF WS-Confirm NOT = "Y" AND WS-Confirm NOT = "y"
               DISPLAY "Payment abandoned."
               CLOSE UserFile
               PERFORM RELEASE-REC-LOCK
               CLOSE LoanFile
               MOVE "01" TO LS-StatusCode
               EXIT PROGRAM
           END-IF
           MOVE UserRecord TO WS-PitBefore
           MOVE WS-NEW-BALANCE TO Balance
      *>one sequence number per ledger leg
           MOVE TrxCount TO WS-TRX-SEQ
           IF WS-PAY-PRIN > 0
               ADD 1 TO TrxCount
           END-IF
           IF WS-PAY-INT > 0
               ADD 1 TO TrxCount
           END-IF
           IF WS-PAY-PEN > 0
               ADD 1 TO TrxCount
           END-IF
           MOVE WS-BUS-DATE TO ULastTrxDate
           REWRITE UserRecord
               INVALID KEY
                   DISPLAY esc redx "Debit failed." esc resetx
                   CLOSE UserFile
                   PERFORM RELEASE-REC-LOCK
                   CLOSE LoanFile
                   MOVE "99" TO LS-StatusCode
                   EXIT PROGRAM
           END-REWRITE
           MOVE UserRecord TO WS-PitAfter
           MOVE "U" TO WS-PitTag
           call '../../Utility Functions/bin/writePitJournal'
           using by REFERENCE WS-PitTag, WS-PitBefore,
               WS-PitAfter
           CLOSE UserFile
           PERFORM RELEASE-REC-LOCK
           .

       RELEASE-REC-LOCK.
           call '../../Utility Functions/bin/releaseLock'
           using by REFERENCE WS-LockUID.

       WRITE-REPAY-TRX.
           MOVE SPACES TO WS-RECEIPT-TRXID
           OPEN I-O TrxFile
           IF WS-PAY-PRIN > 0
               MOVE WS-PAY-PRIN TO WS-LEG-AMT
               MOVE SPACES TO WS-LEG-DESC
               STRING "Loan principal LNID=" WS-LoanID
                   DELIMITED BY SIZE INTO WS-LEG-DESC
               PERFORM WRITE-REPAY-LEG
           END-IF
           IF WS-PAY-INT > 0
               MOVE WS-PAY-INT TO WS-LEG-AMT
               MOVE SPACES TO WS-LEG-DESC
               STRING "Loan interest LNID=" WS-LoanID
                   DELIMITED BY SIZE INTO WS-LEG-DESC
               PERFORM WRITE-REPAY-LEG
           END-IF
           IF WS-PAY-PEN > 0
               MOVE WS-PAY-PEN TO WS-LEG-AMT
               MOVE SPACES TO WS-LEG-DESC
               STRING "Loan penalty LNID=" WS-LoanID
                   DELIMITED BY SIZE INTO WS-LEG-DESC
               PERFORM WRITE-REPAY-LEG
           END-IF
           CLOSE TrxFile
      *>the receipt carries the first leg's ID and the whole amount
           MOVE WS-RECEIPT-TRXID TO TrxID
           .

       WRITE-REPAY-LEG.
           ADD 1 TO WS-TRX-SEQ
           MOVE SPACES TO TrxID
           STRING
               WS-TRX-SEQ DELIMITED BY SIZE
               WS-TrxWDPrefix DELIMITED BY SIZE
               UID DELIMITED BY SIZE
               INTO TrxID
           END-STRING
           IF WS-RECEIPT-TRXID = SPACES
               MOVE TrxID TO WS-RECEIPT-TRXID
           END-IF
           MOVE UAccNo TO SenderAcc
           MOVE 0 TO ReceiverAcc
           MOVE WS-LEG-DESC TO Description
           MOVE WS-LEG-AMT TO Amount
           MOVE TRX-TYPE-WITHDRAW TO TrxType
           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE UBranch TO TrxBranch
           MOVE LS-Operator TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE UCurrency TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6) TO TimeStamp(9:6)
           MOVE WS-BUS-DATE TO TrxValueDate
           WRITE TransactionRecord
               INVALID KEY
                   DISPLAY esc redx "Ledger row not written."
                       esc resetx
           END-WRITE
           MOVE SPACES TO WS-PitBefore
           MOVE TransactionRecord TO WS-PitAfter
           MOVE "T" TO WS-PitTag
           call '../../Utility Functions/bin/writePitJournal'
           using by REFERENCE WS-PitTag, WS-PitBefore,
               WS-PitAfter
           MOVE "S" TO WS-XrefSide
           call '../../Utility Functions/bin/writeTrxXref'
           using by REFERENCE UAccNo, TimeStamp, TrxID,
               WS-XrefSide
           .

       WRITE-RECEIPT.
           OPEN INPUT ReceiptFile
           IF WS-RCT-FS = '35'
               OPEN OUTPUT ReceiptFile
           END-IF
           CLOSE ReceiptFile
           OPEN I-O ReceiptFile
           IF WS-RCT-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE TrxID       TO RCT-TrxID
           MOVE LN-UID      TO RCT-UID
           MOVE UAccNo      TO RCT-AccNo
           MOVE "LOANREPAY" TO RCT-TrxType
           MOVE WS-Amount   TO RCT-Amount
           MOVE Balance     TO RCT-NewBalance
           MOVE TimeStamp   TO RCT-TimeStamp
           WRITE ReceiptRecord
               INVALID KEY
                   CONTINUE
           END-WRITE
           CLOSE ReceiptFile
           DISPLAY "Receipt " TrxID " written."
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Full settlement closes the loan with the rebate forgiven;
      *>a partial prepayment recasts the installment so the loan
      *>still finishes on its original term.
       APPLY-TO-LOAN.
           IF WS-Amount = WS-SETTLE-AMT
               MOVE 0 TO LN-Outstanding
               MOVE 0 TO LN-PrinOutstanding
               MOVE 0 TO LN-OverduePrin LN-OverdueInt
               MOVE 0 TO LN-PenaltyAccrued LN-OverdueSince
               MOVE 0 TO LN-ArrearsCount
               MOVE "C" TO LN-Status
               MOVE 0 TO WS-RECAST-MONTHS
               MOVE 0 TO WS-SCHED-INT
               PERFORM REBUILD-SCHEDULE
               DISPLAY esc greenx "Loan " WS-LoanID
                   " settled in full and closed." esc resetx
           ELSE
               SUBTRACT WS-Amount FROM LN-Outstanding
               SUBTRACT WS-PAY-PRIN FROM LN-PrinOutstanding
               MOVE WS-BUS-DATE(1:4) TO WS-YR-A
               MOVE WS-BUS-DATE(5:2) TO WS-MM-A
               MOVE LN-OpenDate(1:4) TO WS-YR-B
               MOVE LN-OpenDate(5:2) TO WS-MM-B
               COMPUTE WS-ELAPSED-MONTHS =
                   (WS-YR-A - WS-YR-B) * 12 + WS-MM-A - WS-MM-B
               COMPUTE WS-RECAST-MONTHS =
                   LN-TermMonths - WS-ELAPSED-MONTHS
               IF WS-RECAST-MONTHS < 1
                   MOVE 1 TO WS-RECAST-MONTHS
               END-IF
               COMPUTE LN-Installment ROUNDED =
                   LN-Outstanding / WS-RECAST-MONTHS
               COMPUTE WS-SCHED-INT =
                   LN-Outstanding - LN-PrinOutstanding
               PERFORM REBUILD-SCHEDULE
               MOVE LN-Outstanding TO WS-DSP-A
               MOVE LN-Installment TO WS-DSP-B
               DISPLAY esc greenx "Prepayment applied - "
                   "outstanding now " WS-DSP-A
                   ", installment recast to " WS-DSP-B
                   " over " WS-RECAST-MONTHS " month(s)."
                   esc resetx
           END-IF
           REWRITE LoanRecord
               INVALID KEY
                   DISPLAY esc redx "Loan row not updated."
                       esc resetx
           END-REWRITE
           MOVE SPACES TO WS-Notice
           STRING "Loan " WS-LoanID " payment received: "
               WS-Amount DELIMITED BY SIZE INTO WS-Notice
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE LN-UID, WS-Notice
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Principal, interest and penalty inside this payment. A
      *>settlement clears the accrued penalty, all the principal
      *>and whatever interest the rebate leaves; a part payment is
      *>shared between the two in the
      *>same proportion as what the loan still carries, so the
      *>remaining schedule keeps its shape.
       SPLIT-PAYMENT.
           MOVE 0 TO WS-PAY-PEN
           IF WS-Amount = WS-SETTLE-AMT
               MOVE LN-PenaltyAccrued TO WS-PAY-PEN
               MOVE LN-PrinOutstanding TO WS-PAY-PRIN
               IF WS-PAY-PRIN > WS-Amount - WS-PAY-PEN
                   COMPUTE WS-PAY-PRIN = WS-Amount - WS-PAY-PEN
               END-IF
           ELSE
               IF LN-Outstanding = 0
                   MOVE WS-Amount TO WS-PAY-PRIN
               ELSE
                   COMPUTE WS-PAY-PRIN ROUNDED =
                       WS-Amount * LN-PrinOutstanding / LN-Outstanding
               END-IF
               IF WS-PAY-PRIN > LN-PrinOutstanding
                   MOVE LN-PrinOutstanding TO WS-PAY-PRIN
               END-IF
           END-IF
           COMPUTE WS-PAY-INT = WS-Amount - WS-PAY-PRIN - WS-PAY-PEN
           MOVE WS-PAY-PRIN TO WS-DSP-A
           MOVE WS-PAY-INT  TO WS-DSP-B
           MOVE WS-PAY-PEN  TO WS-DSP-C
           DISPLAY "Principal portion : " WS-DSP-A
           DISPLAY "Interest portion  : " WS-DSP-B
           IF WS-PAY-PEN > 0
               DISPLAY "Penalty portion   : " WS-DSP-C
           END-IF
           .

      *>A loan booked before the principal was tracked separately
      *>has its principal share worked out in the proportion of
      *>principal to total repayable it was lent at.
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

      *>The rows not yet due are replaced by the recast ones (none,
      *>on a settlement) so LoanCollection picks up the new split.
       REBUILD-SCHEDULE.
           CALL '../../Utility Functions/bin/buildLoanSchedule'
               USING BY REFERENCE LN-ID, WS-BUS-DATE, LN-DueDay,
               WS-RECAST-MONTHS, LN-PrinOutstanding, WS-SCHED-INT,
               WS-SchedStatus
           IF WS-SchedStatus NOT = "00"
               DISPLAY esc redx "Repayment schedule not rebuilt "
                   "(Status=" WS-SchedStatus ")." esc resetx
           END-IF
           .

       END PROGRAM loanPayment.
