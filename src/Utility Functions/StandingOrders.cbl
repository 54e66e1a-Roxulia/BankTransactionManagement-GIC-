               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FS.

           SELECT SettlementOut ASSIGN TO WS-SETTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

           SELECT IboFile ASSIGN TO "../../../data/InterbankOut.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       FD  userfile.
       FD  ExcepOut.
       01  ExcepLine           PIC X(100).

       FD  SettlementOut.
       01  SettlementLine.
           05  STL-BankCode    PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  STL-ExtAcc      PIC 9(16).
           05  FILLER          PIC X VALUE SPACE.
           05  STL-Amount      PIC 9(10).99.
           05  FILLER          PIC X VALUE SPACE.
           05  STL-OurRef      PIC X(11).
           05  FILLER          PIC X VALUE SPACE.
           05  STL-SenderAcc   PIC 9(16).

       FD  IboFile.
       01  IboRecord.
           copy 'interbankOutFile.cpy'.

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
       01  WS-RTQ-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-IBO-FS           PIC XX.
       01  WS-CYC-FS           PIC XX.
       01  WS-PRM-FS           PIC XX.
       01  WS-CYC-EOF          PIC X.
      *>external orders: the settlement control account, the
      *>clearing cycle and value date, and the day's settlement file
       01  WS-SETTL-PATH       PIC X(60).
       01  WS-SettlUID         PIC 9(5).
       01  WS-SettlAcc         PIC 9(16).
       01  WS-NowHHMM          PIC 9(4).
       01  WS-Cycle            PIC X(4).
       01  WS-NextDay          PIC 9(8).
       01  WS-ValueDate        PIC 9(8).
       01  WS-ReleaseLimit     PIC 9(10)V99 VALUE 5000000.
       01  WS-IboStatus        PIC X VALUE "P".
       01  WS-SanHit           PIC X.
       01  WS-SanMatched       PIC X(30).
       01  WS-SanDir           PIC X VALUE "O".
       01  WS-XrefSide         PIC X.
       01  WS-SvcEvent         PIC X(8) VALUE "IBTRF".
       01  WS-SvcOper          PIC X(5) VALUE "BATCH".
       01  WS-SvcCharged       PIC 9(10)V99.
       01  WS-SvcStatus        PIC XX.
       01  WS-EXC-FS           PIC XX.
       01  WS-EXCEP-PATH       PIC X(60).
       01  WS-EXCEP-OPEN       PIC X VALUE 'N'.
       01  WS-LOCK-FS          PIC XX.
       01  eof                 PIC X VALUE 'N'.
       01  record_count        PIC 9(11) VALUE 0.
       01  read_count          PIC 9(9) VALUE 0.
       01  WS-CNT-WRITTEN      PIC 9(9).
       01  WS-CNT-REJECTS      PIC 9(9).
       01  failed_count        PIC 9(7) VALUE 0.
       01  WS-SENDER-BALANCE   PIC S9(10)V99.
       01  WS-RECEIVER-BALANCE PIC S9(10)V99.
       01  WS-SENDER-TRXCOUNT  PIC 9(5).
       01  WS-TRXID            PIC X(11).
       01  WS-BD-STATUS        PIC XX.
       01  WS-SendCcy          PIC X(3) VALUE "MMK".
       01  WS-SendBranch       PIC X(3) VALUE "001".
       01  WS-RecvCcy          PIC X(3) VALUE "MMK".
       01  WS-SCHED-DATE       PIC 9(8).
       01  WS-EFF-DATE         PIC 9(8).
      *>an order posting twice on the same business date, and the
      *>end-of-day driver may legitimately run this after midnight.
           PERFORM POST-DUE-ORDERS
           MOVE record_count TO WS-CNT-WRITTEN
           MOVE failed_count TO WS-CNT-REJECTS
           CALL '../../Utility Functions/bin/setStepCounts'
               USING BY REFERENCE read_count, WS-CNT-WRITTEN,
               WS-CNT-REJECTS
           GOBACK
           .

               EXIT PARAGRAPH
           END-IF

           OPEN I-O userfile
           IF WS-FS NOT EQUAL "00"
               DISPLAY "FILE ERROR OPENING USER ACCOUNTS"
               CLOSE SOFile
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-DAY-END-LOCK

           OPEN EXTEND SOLog

           CALL '../../Utility Functions/bin/loadRetryDays'
               USING BY REFERENCE WS-RETRY-DAYS
           CALL '../../Utility Functions/bin/loadSettlementAcct'
               USING BY REFERENCE WS-SettlUID
           STRING "../../../data/OutSettlement_" WS-CURR-DATE
               ".dat" DELIMITED BY SIZE INTO WS-SETTL-PATH
           PERFORM LOAD-RELEASE-LIMIT
           STRING "../../../data/SORetryExceptions_" WS-CURR-DATE
               ".txt" DELIMITED BY SIZE INTO WS-EXCEP-PATH
           PERFORM OPEN-RETRY-QUEUE
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       ADD 1 TO read_count
                       IF SO-ACTIVE
                           PERFORM CHECK-ORDER-DUE
                       END-IF

           DISPLAY "Done - " record_count " standing order(s) posted."
           CLOSE SOFile
           CLOSE userfile
           CLOSE SOLog
           CLOSE RetryQueue
           IF WS-EXCEP-OPEN = 'Y'
               DELETE RetryQueue END-DELETE
               EXIT PARAGRAPH
           END-IF
      *>an external order queued by the acknowledgement import
      *>arrives already carrying its count of returns - one the
      *>other bank has returned too often is not sent again
           IF RTQ-Attempts >= WS-RETRY-DAYS
               PERFORM WRITE-RETRY-EXCEPTION
               DELETE RetryQueue END-DELETE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-POST-OK
           PERFORM POST-ONE-ORDER
      *>and tell the sender, so the miss is seen at next login and
      *>not discovered from the unpaid receiver.
       ENQUEUE-RETRY.
           ADD 1 TO failed_count
           MOVE SO-ID TO RTQ-SOID
           READ RetryQueue
               INVALID KEY
      *>touched, then re-credit the sender if the receiver side
      *>still fails after the debit has been committed.
       POST-ONE-ORDER.
           IF SO-DEST-EXTERNAL
               PERFORM POST-EXTERNAL-ORDER
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO userdata
           MOVE SO-ReceiverUID TO UID
           READ userfile INTO userdata

           MOVE Balance TO WS-SENDER-BALANCE
           MOVE UCurrency TO WS-SendCcy
           MOVE UBranch TO WS-SendBranch
      *>a standing order posts at par - a pair that no longer
      *>holds the same currency is skipped, never converted 1:1
           IF WS-SendCcy NOT = WS-RecvCcy
           MOVE SO-Amount        TO Amount
           MOVE TRX-TYPE-TRANSFER TO TrxType
           MOVE "1" TO HolderInd
           MOVE WS-SendBranch    TO TrxBranch
           MOVE "BATCH" TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE WS-SendCcy       TO TrxCurrency
           MOVE WS-CURR-DATE TO TimeStamp(1:8)
           PERFORM WRITE-SO-LOG
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>An order paying another bank goes out the way a customer's
      *>own interbank transfer does: the beneficiary is screened,
      *>the sender is debited into the settlement control account
      *>with an ordinary transfer posting, the instruction is
      *>booked into a clearing cycle on the outgoing register (and
      *>the day's settlement file when it leaves today), and the
      *>IBTRF charge is taken. A return from the other bank comes
      *>back through settlementAck, which refunds it and queues the
      *>order for retry.
       POST-EXTERNAL-ORDER.
           CALL '../../Utility Functions/bin/screenSanctions'
               USING BY REFERENCE SO-BenefName, WS-SanHit,
               WS-SanMatched
           IF WS-SanHit = "Y"
               PERFORM HOLD-SANCTIONED-ORDER
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO userdata
           MOVE WS-SettlUID TO UID
           READ userfile INTO userdata
               INVALID KEY
                   DISPLAY "Settlement control account not set up "
                       "for SO " SO-ID
                   EXIT PARAGRAPH
           END-READ
           MOVE UAccNo TO WS-SettlAcc

           MOVE SPACES TO userdata
           MOVE SO-SenderUID TO UID
           READ userfile INTO userdata
               INVALID KEY
                   DISPLAY "Sender UID not found for SO " SO-ID
                   EXIT PARAGRAPH
           END-READ

           IF NOT ACCT-ACTIVE
               DISPLAY "Sender account frozen/closed for SO " SO-ID
               EXIT PARAGRAPH
           END-IF

           MOVE Balance TO WS-SENDER-BALANCE
           MOVE UCurrency TO WS-SendCcy
           MOVE UBranch TO WS-SendBranch
           SUBTRACT SO-Amount FROM WS-SENDER-BALANCE
           IF WS-SENDER-BALANCE < minaccountbalance
               DISPLAY "Insufficient funds for SO " SO-ID
               IF WS-RETRY-MODE NOT = 'Y'
                   PERFORM ENQUEUE-RETRY
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SENDER-BALANCE TO Balance
           ADD 1 TO TrxCount
           MOVE TrxCount TO WS-SENDER-TRXCOUNT
           MOVE WS-CURR-DATE TO ULastTrxDate
           REWRITE userdata
               INVALID KEY
                   DISPLAY "Error updating sender balance for SO "
                       SO-ID
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE SPACES TO userdata
           MOVE WS-SettlUID TO UID
           READ userfile INTO userdata
               INVALID KEY
                   DISPLAY "Settlement account vanished for SO " SO-ID
                   PERFORM RECREDIT-SENDER
                   EXIT PARAGRAPH
           END-READ
           ADD SO-Amount TO Balance
           REWRITE userdata
               INVALID KEY
                   DISPLAY "Error crediting settlement account for SO "
                       SO-ID
                   PERFORM RECREDIT-SENDER
                   EXIT PARAGRAPH
           END-REWRITE

           STRING
               WS-SENDER-TRXCOUNT DELIMITED BY SIZE
               WS-TrxSentPrefix DELIMITED BY SIZE
               SO-SenderUID DELIMITED BY SIZE
               INTO WS-TRXID
           END-STRING

           MOVE WS-TRXID         TO TrxID
           MOVE SO-SenderAcc     TO SenderAcc
           MOVE WS-SettlAcc      TO ReceiverAcc
           MOVE SPACES           TO Description
           STRING "IBK OUT " SO-ExtBankCode
               DELIMITED BY SIZE INTO Description
           MOVE SO-Amount        TO Amount
           MOVE TRX-TYPE-TRANSFER TO TrxType
           MOVE "1" TO HolderInd
           MOVE WS-SendBranch    TO TrxBranch
           MOVE "BATCH" TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE WS-SendCcy       TO TrxCurrency
           MOVE WS-CURR-DATE TO TimeStamp(1:8)
           MOVE WS-CURR-DATE TO TrxValueDate
           MOVE FUNCTION CURRENT-DATE(9:6) TO TimeStamp(9:6)

           OPEN I-O TrxFile
           WRITE TransactionRecord
               INVALID KEY
                   DISPLAY "Writing transaction failed for SO " SO-ID
           END-WRITE
           CLOSE TrxFile
           MOVE "S" TO WS-XrefSide
           CALL '../../Utility Functions/bin/writeTrxXref'
               USING BY REFERENCE SO-SenderAcc, TimeStamp, TrxID,
               WS-XrefSide
           MOVE "R" TO WS-XrefSide
           CALL '../../Utility Functions/bin/writeTrxXref'
               USING BY REFERENCE WS-SettlAcc, TimeStamp, TrxID,
               WS-XrefSide

           PERFORM SET-CYCLE-AND-VALUE-DATE
           PERFORM WRITE-INTERBANK-ENTRY

           DISPLAY "Posted standing order " SO-ID " to "
               FUNCTION TRIM(SO-ExtBankCode) " value date "
               WS-ValueDate
           ADD 1 TO record_count
           MOVE 'Y' TO WS-POST-OK
           MOVE WS-CURR-DATE TO SO-LastRunDate
           ADD 1 TO SO-RunCount
           REWRITE SORecord
               INVALID KEY
                   DISPLAY "Error updating last-run date for SO "
                       SO-ID
           END-REWRITE
           PERFORM WRITE-SO-LOG

      *>the charge is posted by its own program against its own
      *>open of the accounts file
           CLOSE userfile
           CALL '../../Utility Functions/bin/postServiceCharge'
               USING BY REFERENCE SO-SenderAcc, WS-SvcEvent,
               WS-SvcOper, WS-SvcCharged, WS-SvcStatus
           OPEN I-O userfile
           .

      *>a screening hit stops the order outright - it would only be
      *>referred again on every run - and lands the payment on the
      *>compliance hold queue
       HOLD-SANCTIONED-ORDER.
           CALL '../../Utility Functions/bin/writeSanctionsHold'
               USING BY REFERENCE WS-SanDir, SO-BenefName,
               WS-SanMatched, SO-ExtBankCode, SO-ExtAcc, SO-Amount
           MOVE "S" TO SO-Status
           REWRITE SORecord
               INVALID KEY
                   DISPLAY "Error stopping SO " SO-ID
           END-REWRITE
           DISPLAY "SO " SO-ID " referred to compliance - stopped."
           STRING "SOID=" SO-ID
               " SANCTIONS HOLD - ORDER STOPPED ON=" WS-CURR-DATE
               DELIMITED BY SIZE INTO SOLogLine
           WRITE SOLogLine
           MOVE SPACES TO WS-NOTICE
           STRING "Standing order " SO-ID " stopped - referred "
               "to compliance" DELIMITED BY SIZE INTO WS-NOTICE
           MOVE SO-SenderUID TO WS-NOTIFY-UID
           CALL '../../Utility Functions/bin/notifyUser'
               USING BY REFERENCE WS-NOTIFY-UID, WS-NOTICE
           .

      *>Today's first clearing cycle whose cut-off is still ahead
      *>takes the payment, exactly as for a customer's transfer;
      *>the nightly run is normally past the last one, so the
      *>payment is warehoused to the next business day.
       SET-CYCLE-AND-VALUE-DATE.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NowHHMM
           MOVE SPACES TO WS-Cycle
           OPEN INPUT CycleFile
           IF WS-CYC-FS NOT = "00"
               MOVE "DAY " TO WS-Cycle
           ELSE
               MOVE 'N' TO WS-CYC-EOF
               PERFORM UNTIL WS-CYC-EOF = 'Y'
                   READ CycleFile
                       AT END
                           MOVE 'Y' TO WS-CYC-EOF
                       NOT AT END
                           IF CYC-Cutoff > WS-NowHHMM
                               MOVE CYC-Code TO WS-Cycle
                               MOVE 'Y' TO WS-CYC-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CycleFile
           END-IF
           MOVE WS-CURR-DATE TO WS-NextDay
           IF WS-Cycle = SPACES
               COMPUTE WS-NextDay = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NextDay) + 1)
           END-IF
           CALL '../../Utility Functions/bin/nextBusinessDay'
               USING BY REFERENCE WS-NextDay, WS-ValueDate

           EVALUATE TRUE
               WHEN SO-Amount > WS-ReleaseLimit
                   MOVE "Q" TO WS-IboStatus
               WHEN WS-ValueDate > WS-CURR-DATE
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

      *>the register row (tagged with the order, so a return finds
      *>its way back) and, for a payment leaving today, the line in
      *>the clearing house's file
       WRITE-INTERBANK-ENTRY.
           IF WS-IboStatus = "P"
               OPEN EXTEND SettlementOut
               IF WS-OUT-FS NOT = "00"
                   CLOSE SettlementOut
                   OPEN OUTPUT SettlementOut
               END-IF
               MOVE SO-ExtBankCode TO STL-BankCode
               MOVE SO-ExtAcc      TO STL-ExtAcc
               MOVE SO-Amount      TO STL-Amount
               MOVE WS-TRXID       TO STL-OurRef
               MOVE SO-SenderAcc   TO STL-SenderAcc
               WRITE SettlementLine
               CLOSE SettlementOut
           END-IF
           OPEN I-O IboFile
           IF WS-IBO-FS = "35"
               CLOSE IboFile
               OPEN OUTPUT IboFile
               CLOSE IboFile
               OPEN I-O IboFile
           END-IF
           IF WS-IBO-FS NOT = "00"
               DISPLAY "Outgoing register unavailable for SO " SO-ID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRXID       TO IBO-Ref
           MOVE SO-ExtBankCode TO IBO-BankCode
           MOVE SO-ExtAcc      TO IBO-ExtAcc
           MOVE SO-Amount      TO IBO-Amount
           MOVE SO-SenderUID   TO IBO-SenderUID
           MOVE SO-SenderAcc   TO IBO-SenderAcc
           MOVE WS-CURR-DATE   TO IBO-SentDate
           MOVE WS-IboStatus   TO IBO-Status
           MOVE 0              TO IBO-AckDate
           MOVE WS-ValueDate   TO IBO-ValueDate
           MOVE WS-Cycle       TO IBO-Cycle
           MOVE 0              TO IBO-ReleasedBy
           MOVE SO-ID          TO IBO-SOID
           WRITE IboRecord
               INVALID KEY
                   DISPLAY "Outgoing register row not written for SO "
                       SO-ID
           END-WRITE
           CLOSE IboFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Puts the sender's debited amount back when the receiver
      *>side of the posting fails after the sender was already
