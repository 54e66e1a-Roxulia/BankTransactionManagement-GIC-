      *          funds from the sender into the settlement control
      *          account through a normal Transactions.dat posting,
      *          and appends the instruction to the day's outgoing
      *          settlement file for the clearing house. An accepted
      *          instruction takes the catalogue IBTRF service charge
      *          through postServiceCharge. The instruction is booked
      *          into the first clearing cycle (data/ClearingCycles.dat)
      *          whose cut-off has not passed; after the last cut-off,
      *          or on a non-working day, it is warehoused to the
      *          next business day and the customer is told the value
      *          date. A payment above IBRELTHR (data/TrxLimits.dat)
      *          does not reach the file at all until treasury
      *          releases it from the release queue.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS IBO-Ref
               FILE STATUS IS WS-IBO-FS.

           SELECT CycleFile ASSIGN TO "../../../data/ClearingCycles.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-FS.

           SELECT ParamFile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  USERACCOUNTS.
       01  IboRecord.
       COPY "../../Utility Functions/interbankOutFile.cpy".

      *>one clearing cycle a day: code, cut-off time HHMM, name
       FD  CycleFile.
       01  CycleRec.
           05  CYC-Code        PIC X(4).
           05  CYC-Cutoff      PIC 9(4).
           05  CYC-Name        PIC X(20).

       FD  ParamFile.
       01  ParamRec.
           05  PRM-Label       PIC X(8).
           05  PRM-Value       PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01  WS-IBO-FS         PIC XX.
       01  WS-CYC-FS         PIC XX.
       01  WS-PRM-FS         PIC XX.
       01  WS-CYC-EOF        PIC X.
       01  WS-NowHHMM        PIC 9(4).
       01  WS-Cycle          PIC X(4).
       01  WS-CycleName      PIC X(20).
       01  WS-ValueDate      PIC 9(8).
       01  WS-NextDay        PIC 9(8).
       01  WS-ReleaseLimit   PIC 9(10)V99 VALUE 5000000.
       01  WS-IboStatus      PIC X VALUE "P".
       01  WS-Notice         PIC X(60).
       01  WS-OtpStatus      PIC X(2).
       01  WS-OtpAmount      PIC 9(10)V99.
       01  WS-SendRate       PIC 9(6)V9(4).
       01  WS-FxStatus       PIC X(2).
       01  WS-OtpPayee       PIC 9(16) VALUE 0.
       01  WS-BenefName      PIC X(30).
       01  WS-SanHit         PIC X.
       01  WS-SanMatched     PIC X(30).
       01  WS-SanDir         PIC X.
       01  WS-SendAcctCcy    PIC X(3) VALUE "MMK".
       01  WS-SendBranch     PIC X(3) VALUE "001".
       01  WS-FS             PIC XX.
       01  WS-FS1            PIC XX.
       01  WS-OUT-FS         PIC XX.
       01  WS-DailyStatus    PIC X(2).
       01  WS-LockA          PIC 9(5).
       01  WS-LockB          PIC 9(5).
       01  WS-SvcEvent       PIC X(8) VALUE "IBTRF".
       01  WS-SvcOper        PIC X(5) VALUE "SELF".
       01  WS-SvcCharged     PIC 9(10)V99.
       01  WS-SvcStatus      PIC XX.
       01  WS-DspCharge      PIC Z(9)9.99.
       01  WS-Lock1          PIC 9(5).
       01  WS-Lock2          PIC 9(5).
      *>before/after images for the point-in-time recovery journal
           END-IF

           PERFORM VALIDATE-USER
           PERFORM OTP-STEP-UP
      *>same per-UID lock discipline as trxTransfer - every online
      *>writer has to honor it or the scheme protects nothing
           MOVE C-UID      TO WS-LockA
           END-IF
           PERFORM HOLD-IN-SETTLEMENT
           PERFORM RELEASE-ORDERED-LOCKS
           PERFORM SET-CYCLE-AND-VALUE-DATE
           PERFORM WRITE-SETTLEMENT-LINE
           MOVE "00" TO LS-StatusCode
           DISPLAY esc greenx
           DISPLAY "Instruction accepted - funds held for "
               "settlement."
           EVALUATE WS-IboStatus
               WHEN "Q"
                   DISPLAY "Above the release limit - it waits for "
                       "treasury release, value date " WS-ValueDate
                       "."
               WHEN "W"
                   DISPLAY "Past today's clearing cut-off - it will "
                       "be sent with value date " WS-ValueDate "."
               WHEN OTHER
                   DISPLAY "Sent in clearing cycle "
                       FUNCTION TRIM(WS-CycleName) ", value date "
                       WS-ValueDate "."
           END-EVALUATE
           DISPLAY esc resetx
           IF WS-IboStatus NOT = "P"
               MOVE SPACES TO WS-Notice
               STRING "Transfer " TrxID " to other bank - value date "
                   WS-ValueDate DELIMITED BY SIZE INTO WS-Notice
               call '../../Utility Functions/bin/notifyUser'
               using by REFERENCE C-UID, WS-Notice
           END-IF
           call '../../Utility Functions/bin/postServiceCharge'
           using by REFERENCE c-UAccNo, WS-SvcEvent, WS-SvcOper,
               WS-SvcCharged, WS-SvcStatus
           IF WS-SvcStatus = "00"
               MOVE WS-SvcCharged TO WS-DspCharge
               DISPLAY "Interbank transfer charge " WS-DspCharge
                   " debited."
           END-IF
           EXIT PROGRAM.

       ACQUIRE-ORDERED-LOCKS.
               EXIT PROGRAM
           END-IF.

      *>an external beneficiary is never a saved payee, so only
      *>the amount can call for a one-time code here
      *>the step-up threshold is in kyats - an amount in a
      *>foreign-currency account is converted first, as trxTransfer
      *>does
       OTP-STEP-UP.
           OPEN INPUT USERACCOUNTS
           IF WS-FS = "00"
               MOVE C-UID TO UID
               READ USERACCOUNTS KEY IS UID
                   NOT INVALID KEY
                       MOVE UCurrency TO WS-SendAcctCcy
               END-READ
               CLOSE USERACCOUNTS
           END-IF
           MOVE WS-Amount TO WS-OtpAmount
           IF WS-SendAcctCcy NOT = "MMK"
               call '../../Utility Functions/bin/loadFxRate'
               using by REFERENCE WS-SendAcctCcy, WS-SendRate,
                   WS-FxStatus
               IF WS-FxStatus = "00"
                   COMPUTE WS-OtpAmount ROUNDED =
                       WS-Amount * WS-SendRate
               END-IF
           END-IF
           call '../../Utility Functions/bin/otpStepUp'
           using by REFERENCE C-UID, WS-OtpAmount, WS-OtpPayee,
               WS-OtpStatus
           IF WS-OtpStatus NOT = "00"
               DISPLAY "Transfer cancelled."
               MOVE "95" TO LS-StatusCode
               EXIT PROGRAM
           END-IF.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The sender is debited and the settlement control account is
      *>credited under one open, then the movement is posted as an
           SUBTRACT WS-Amount FROM Balance
           ADD 1 TO TrxCount
           MOVE UCurrency TO WS-SendAcctCcy
           MOVE UBranch TO WS-SendBranch
           MOVE TrxCount TO c-TrxCount
           MOVE WS-BusinessDate TO ULastTrxDate
           REWRITE USERDATA
           MOVE WS-Amount    TO Amount
           MOVE TRX-TYPE-TRANSFER TO TrxType
           MOVE "1" TO HolderInd
           MOVE WS-SendBranch TO TrxBranch
           MOVE "SELF " TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE WS-SendAcctCcy TO TrxCurrency
           MOVE WS-BusinessDate TO TimeStamp(1:8)
           call '../../Utility Functions/bin/updateDailyTotal'
           using by REFERENCE c-UAccNo, WS-Amount.

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Today's first cycle whose cut-off is still ahead takes the
      *>payment. With every cut-off past, or on a day the clearing
      *>house is shut, it waits for the next business day. Without
      *>a cycle file the old any-hour behaviour stands.
       SET-CYCLE-AND-VALUE-DATE.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NowHHMM
           MOVE SPACES TO WS-Cycle
           MOVE SPACES TO WS-CycleName
           OPEN INPUT CycleFile
           IF WS-CYC-FS NOT = "00"
               MOVE "DAY " TO WS-Cycle
               MOVE "Same day" TO WS-CycleName
           ELSE
               MOVE 'N' TO WS-CYC-EOF
               PERFORM UNTIL WS-CYC-EOF = 'Y'
                   READ CycleFile
                       AT END
                           MOVE 'Y' TO WS-CYC-EOF
                       NOT AT END
                           IF CYC-Cutoff > WS-NowHHMM
                               MOVE CYC-Code TO WS-Cycle
                               MOVE CYC-Name TO WS-CycleName
                               MOVE 'Y' TO WS-CYC-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CycleFile
           END-IF
           IF WS-Cycle = SPACES
               COMPUTE WS-NextDay = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BusinessDate) + 1)
           ELSE
               MOVE WS-BusinessDate TO WS-NextDay
           END-IF
           call '../../Utility Functions/bin/nextBusinessDay'
           using by REFERENCE WS-NextDay, WS-ValueDate

           PERFORM LOAD-RELEASE-LIMIT
           EVALUATE TRUE
               WHEN WS-Amount > WS-ReleaseLimit
                   MOVE "Q" TO WS-IboStatus
               WHEN WS-ValueDate > WS-BusinessDate
                   MOVE "W" TO WS-IboStatus
               WHEN OTHER
                   MOVE "P" TO WS-IboStatus
           END-EVALUATE
           .

       LOAD-RELEASE-LIMIT.
           OPEN INPUT ParamFile
           IF WS-PRM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CYC-EOF
           PERFORM UNTIL WS-CYC-EOF = 'Y'
               READ ParamFile
                   AT END
                       MOVE 'Y' TO WS-CYC-EOF
                   NOT AT END
                       IF PRM-Label = "IBRELTHR"
                           MOVE PRM-Value TO WS-ReleaseLimit
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ParamFile
           .

      *>only a payment going out today reaches the file now; the
      *>rest wait on the register for the treasury release screen
       WRITE-SETTLEMENT-LINE.
           IF WS-IboStatus = "P"
               OPEN EXTEND SettlementOut
               IF WS-OUT-FS NOT = "00"
                   CLOSE SettlementOut
                   OPEN OUTPUT SettlementOut
               END-IF
               MOVE WS-BankCode TO STL-BankCode
               MOVE WS-ExtAcc   TO STL-ExtAcc
               MOVE WS-Amount   TO STL-Amount
               MOVE TrxID       TO STL-OurRef
               MOVE c-UAccNo    TO STL-SenderAcc
               WRITE SettlementLine
               CLOSE SettlementOut
           END-IF
      *>the register row behind the file line - the acknowledgement
      *>import and the unsettled aging report both work off it
           OPEN I-O IboFile
               MOVE C-UID       TO IBO-SenderUID
               MOVE c-UAccNo    TO IBO-SenderAcc
               MOVE WS-BusinessDate TO IBO-SentDate
               MOVE WS-IboStatus TO IBO-Status
               MOVE 0           TO IBO-AckDate
               MOVE WS-ValueDate TO IBO-ValueDate
               MOVE WS-Cycle    TO IBO-Cycle
               MOVE 0           TO IBO-ReleasedBy
               MOVE 0           TO IBO-SOID
               WRITE IboRecord
                   INVALID KEY
                       DISPLAY esc redx "Outgoing register row "
