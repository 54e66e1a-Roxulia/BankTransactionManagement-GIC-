      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Recurring deposit plans (data/RecurringDeposits.dat).
      *          Opens a plan for a customer - fixed monthly
      *          installment, term of 12 to 60 months, maturity
      *          instruction as for a fixed deposit - taking the
      *          first installment from the linked balance there and
      *          then, and lists a customer's plans with their paid,
      *          missed and penalty figures. The later installments,
      *          misses, conversion and maturity are the nightly
      *          recurringDeposits run's work. Each installment is
      *          posted as an "RD Installment" row, which glPosting
      *          carries to the recurring deposit GL account.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rdManage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RDFile ASSIGN TO "../../../data/RecurringDeposits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-ID
               FILE STATUS IS WS-RD-FS.

           SELECT UserFile ASSIGN TO "../../../data/UserAccounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-FS.

           SELECT TrxFile ASSIGN TO "../../../data/Transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TrxID
               FILE STATUS IS WS-TRX-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RDFile.
       01  RDRecord.
           COPY "../../Utility Functions/recurringDepositFile.cpy".

       FD  UserFile.
       01  UserRecord.
           COPY "../../Utility Functions/userFile.cpy".

       FD  TrxFile.
       01  TransactionRecord.
           COPY "../../Utility Functions/transactionFile.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RD-FS            PIC XX.
       01  WS-FS               PIC XX.
       01  WS-TRX-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  ws-eof              PIC X.
       01  ws-choice           PIC 9 VALUE 0.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-UID              PIC 9(5).
       01  WS-Installment      PIC 9(10)V99.
       01  WS-TermMonths       PIC 9(3).
       01  WS-MatInstr         PIC X.
       01  WS-NextRDID         PIC 9(5).
       01  WS-NewBalance       PIC S9(10)V99.
      *>the term rate a plan opens at - a monthly rate, the same
      *>one fixedDepositCreate gives a new fixed deposit
       01  WS-RD-RATE          PIC 9(3)V99 VALUE 0.02.
       01  WS-ADD-MONTHS       PIC 9(3).
       01  WS-TOT-MONTHS       PIC 9(6).
       01  WS-CALC-DATE.
           05  WS-CD-YEAR      PIC 9(4).
           05  WS-CD-MONTH     PIC 9(2).
           05  WS-CD-DAY       PIC 9(2).
       01  WS-BASE-DATE.
           05  WS-BD-YEAR      PIC 9(4).
           05  WS-BD-MONTH     PIC 9(2).
           05  WS-BD-DAY       PIC 9(2).
       01  WS-LIST-COUNT       PIC 9(5).
       01  WS-DSP-AMT          PIC Z(9)9.99.
       01  WS-DSP-BAL          PIC Z(11)9.99.
       01  WS-LockStatus       PIC X(2).
       01  WS-LockUID          PIC 9(5).
       01  ws-logAction        PIC X(10).
       01  ws-logAcct          PIC X(30).

       COPY "../../Utility Functions/trxConstants.cpy".

       COPY "../../Utility Functions/trxTypeCodes.cpy".

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId          PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-LOGIC.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           call '../../Utility Functions/bin/loadTrxLimits'
           using by REFERENCE minAmoDepo, maxAmoDepo,
               minwithdraw, maxwithdraw, minaccountbalance
           PERFORM RD-FILE-CHECK
           DISPLAY "==============================================="
           DISPLAY "=======     Recurring Deposit Plans      ======"
           DISPLAY "==============================================="
           perform MENU-LOOP.

      *-------------------------------------------------------------------*
       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=Open Plan, 2=List Customer Plans, 3=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
           EVALUATE ws-choice
               WHEN 1
                   perform OPEN-PLAN
                   perform MENU-LOOP
               WHEN 2
                   perform LIST-PLANS
                   perform MENU-LOOP
               WHEN 3
                   DISPLAY "Returning to Main Screen..."
                   EXIT PROGRAM
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   perform MENU-LOOP
           END-EVALUATE.

       RD-FILE-CHECK.
           OPEN INPUT RDFile
           IF WS-RD-FS = '35'
               OPEN OUTPUT RDFile
           END-IF
           CLOSE RDFile.

      *-------------------------------------------------------------------*
       OPEN-PLAN.
           DISPLAY "Owner UID : "
           ACCEPT WS-UID
           OPEN INPUT UserFile
           MOVE WS-UID TO UID
           READ UserFile
               INVALID KEY
                   DISPLAY esc redx "User not found." esc resetx
                   CLOSE UserFile
                   EXIT PARAGRAPH
           END-READ
           CLOSE UserFile
           IF NOT ACCT-ACTIVE
               DISPLAY esc redx "Account is frozen or closed."
                   esc resetx
               EXIT PARAGRAPH
           END-IF

           MOVE minwithdraw TO WS-DSP-AMT
           DISPLAY "Monthly installment (minimum "
               FUNCTION TRIM(WS-DSP-AMT) ") : "
           ACCEPT WS-Installment
           IF WS-Installment < minwithdraw
               DISPLAY esc redx "Installment below the minimum."
                   esc resetx
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Term in months (12-60) : "
           ACCEPT WS-TermMonths
           PERFORM UNTIL WS-TermMonths >= 12 AND WS-TermMonths <= 60
               DISPLAY esc redx "Term must be 12 to 60 months."
               DISPLAY esc resetx
               DISPLAY "Term in months (12-60) : "
               ACCEPT WS-TermMonths
           END-PERFORM

           MOVE SPACES TO WS-MatInstr
           PERFORM UNTIL WS-MatInstr = "P" OR WS-MatInstr = "R"
                   OR WS-MatInstr = "I"
               DISPLAY "At maturity - P)ay out, R)oll principal to a "
                   "fixed deposit, I) roll principal + interest: "
               ACCEPT WS-MatInstr
               MOVE FUNCTION UPPER-CASE(WS-MatInstr) TO WS-MatInstr
               IF WS-MatInstr NOT = "P" AND WS-MatInstr NOT = "R"
                   AND WS-MatInstr NOT = "I"
                   DISPLAY esc redx "Enter P, R or I." esc resetx
               END-IF
           END-PERFORM

           PERFORM NEXT-RD-ID
           PERFORM TAKE-FIRST-INSTALLMENT
           IF WS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-PLAN.

      *>the highest plan ID on file plus one
       NEXT-RD-ID.
           MOVE 0 TO WS-NextRDID
           MOVE 'N' TO ws-eof
           OPEN INPUT RDFile
           PERFORM UNTIL ws-eof = 'Y'
               READ RDFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF RD-ID > WS-NextRDID
                           MOVE RD-ID TO WS-NextRDID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RDFile
           ADD 1 TO WS-NextRDID.

      *>the first installment leaves the balance now, under the
      *>record lock the online posting programs use; WS-FS comes
      *>back "00" only when the debit was made
       TAKE-FIRST-INSTALLMENT.
           MOVE WS-UID TO WS-LockUID
           CALL '../../Utility Functions/bin/acquireLock'
               USING BY REFERENCE WS-LockUID, WS-LockStatus
           IF WS-LockStatus NOT = "00"
               DISPLAY esc redx "Record in use by another session - "
                   "please retry in a moment." esc resetx
               MOVE "99" TO WS-FS
               EXIT PARAGRAPH
           END-IF
           OPEN I-O UserFile
           MOVE WS-UID TO UID
           READ UserFile
               INVALID KEY
                   DISPLAY esc redx "User not found." esc resetx
                   CLOSE UserFile
                   PERFORM RELEASE-REC-LOCK
                   MOVE "23" TO WS-FS
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-NewBalance = Balance - WS-Installment
           IF WS-NewBalance < minaccountbalance
               DISPLAY esc redx "Insufficient available balance for "
                   "the first installment." esc resetx
               CLOSE UserFile
               PERFORM RELEASE-REC-LOCK
               MOVE "99" TO WS-FS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NewBalance TO Balance
           ADD 1 TO TrxCount
           MOVE WS-BUS-DATE TO ULastTrxDate
           REWRITE UserRecord
               INVALID KEY
                   DISPLAY esc redx "Error debiting account (Status="
                       WS-FS ")" esc resetx
                   CLOSE UserFile
                   PERFORM RELEASE-REC-LOCK
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE SPACES TO TransactionRecord
           STRING
               TrxCount DELIMITED BY SIZE
               WS-TrxWDPrefix DELIMITED BY SIZE
               UID DELIMITED BY SIZE
               INTO TrxID
           END-STRING
           MOVE UAccNo       TO SenderAcc
           MOVE 0            TO ReceiverAcc
           MOVE "RD Installment" TO Description
           MOVE WS-Installment TO Amount
           MOVE TRX-TYPE-WITHDRAW TO TrxType
           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE UBranch TO TrxBranch
           MOVE LS-AdminId TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE UCurrency TO TrxCurrency
           MOVE WS-BUS-DATE  TO TimeStamp(1:8)
           MOVE WS-BUS-DATE  TO TrxValueDate
           MOVE FUNCTION CURRENT-DATE(9:6) TO TimeStamp(9:6)
           CLOSE UserFile
           PERFORM RELEASE-REC-LOCK

           OPEN I-O TrxFile
           WRITE TransactionRecord
               INVALID KEY
                   DISPLAY esc redx "Writing installment transaction "
                       "failed." esc resetx
           END-WRITE
           CLOSE TrxFile
           MOVE "00" TO WS-FS.

      *>installment 1 is paid, so it stays in the plan the full
      *>term; the next one falls due a month after opening
       WRITE-PLAN.
           INITIALIZE RDRecord
           MOVE WS-NextRDID    TO RD-ID
           MOVE WS-UID         TO RD-UID
           MOVE WS-Installment TO RD-Installment
           MOVE WS-TermMonths  TO RD-TermMonths
           MOVE WS-RD-RATE     TO RD-Rate
           MOVE WS-BUS-DATE    TO RD-OpenDate
           MOVE WS-TermMonths  TO WS-ADD-MONTHS
           PERFORM ADD-MONTHS-TO-OPEN
           MOVE WS-CALC-DATE   TO RD-MaturityDate
           MOVE 1              TO WS-ADD-MONTHS
           PERFORM ADD-MONTHS-TO-OPEN
           MOVE WS-CALC-DATE   TO RD-NextDue
           MOVE 1              TO RD-PaidCount
           MOVE 0              TO RD-MissedCount
           MOVE WS-Installment TO RD-Balance
           COMPUTE RD-ProdMonths = WS-Installment * WS-TermMonths
           MOVE 0              TO RD-PenaltyTotal
           MOVE 0              TO RD-DunnedDue
           MOVE "O"            TO RD-Status
           MOVE WS-MatInstr    TO RD-MatInstr
           MOVE 0              TO RD-CloseDate
           MOVE 0              TO RD-SuccessorFD

           OPEN I-O RDFile
           WRITE RDRecord
               INVALID KEY
                   DISPLAY esc redx "Error writing plan (Status="
                       WS-RD-FS ")" esc resetx
               NOT INVALID KEY
                   DISPLAY esc greenx
                   DISPLAY "**************************************"
                   DISPLAY "* Recurring deposit " RD-ID " opened"
                   DISPLAY "* Next installment : " RD-NextDue
                   DISPLAY "* Matures          : " RD-MaturityDate
                   DISPLAY "**************************************"
                   DISPLAY esc resetx
                   MOVE "RDOPEN" TO ws-logAction
                   MOVE RD-ID TO ws-logAcct
                   CALL '../../Utility Functions/bin/logAdminAction'
                       USING BY REFERENCE LS-AdminId, ws-logAction,
                       ws-logAcct
           END-WRITE
           CLOSE RDFile.

      *>the opening date moved on WS-ADD-MONTHS months, the day
      *>clamped at 28 the way fixed deposit maturities are
       ADD-MONTHS-TO-OPEN.
           MOVE WS-BUS-DATE TO WS-BASE-DATE
           COMPUTE WS-TOT-MONTHS =
               WS-BD-YEAR * 12 + WS-BD-MONTH - 1 + WS-ADD-MONTHS
           COMPUTE WS-CD-YEAR = WS-TOT-MONTHS / 12
           COMPUTE WS-CD-MONTH = FUNCTION MOD(WS-TOT-MONTHS, 12) + 1
           IF WS-BD-DAY > 28
               MOVE 28 TO WS-CD-DAY
           ELSE
               MOVE WS-BD-DAY TO WS-CD-DAY
           END-IF.

      *-------------------------------------------------------------------*
       LIST-PLANS.
           DISPLAY "Owner UID : "
           ACCEPT WS-UID
           MOVE 0 TO WS-LIST-COUNT
           OPEN INPUT RDFile
           IF WS-RD-FS NOT = "00"
               DISPLAY "No recurring deposits on file yet."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RD-ID Installment   Term Paid Miss Next Due "
               "Matures        Balance St I"
           DISPLAY "-----------------------------------------------"
               "----------------------------"
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ RDFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF RD-UID = WS-UID
                           PERFORM SHOW-ONE-PLAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RDFile
           IF WS-LIST-COUNT = 0
               DISPLAY "No recurring deposits for UID " WS-UID "."
           END-IF.

       SHOW-ONE-PLAN.
           ADD 1 TO WS-LIST-COUNT
           MOVE RD-Installment TO WS-DSP-AMT
           MOVE RD-Balance TO WS-DSP-BAL
           DISPLAY RD-ID " " WS-DSP-AMT " " RD-TermMonths "  "
               RD-PaidCount "  " RD-MissedCount "  " RD-NextDue " "
               RD-MaturityDate " " WS-DSP-BAL " " RD-Status "  "
               RD-MatInstr
           IF RD-PenaltyTotal > 0
               MOVE RD-PenaltyTotal TO WS-DSP-AMT
               DISPLAY "      late penalties charged : " WS-DSP-AMT
           END-IF
           IF RD-SuccessorFD > 0
               DISPLAY "      rolled into fixed deposit " RD-SuccessorFD
           END-IF.

       RELEASE-REC-LOCK.
           CALL '../../Utility Functions/bin/releaseLock'
               USING BY REFERENCE WS-LockUID.

       END PROGRAM rdManage.
