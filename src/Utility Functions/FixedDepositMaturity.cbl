       01  WS-LOCK-FS          PIC XX.
       01  eof                 PIC X VALUE 'N'.
       01  record_count        PIC 9(11) VALUE 0.
       01  read_count          PIC 9(9) VALUE 0.
       01  WS-CNT-WRITTEN      PIC 9(9).
       01  WS-CNT-REJECTS      PIC 9(9).
       01  WS-NewBalance       PIC S9(10)V99.
       01  WS-TRXID            PIC X(11).
       01  WS-BD-STATUS        PIC XX.
       01  WS-NEW-MM           PIC 9(2).
       01  WS-NEW-MAT          PIC 9(8).
       01  WS-NOTICE           PIC X(60).
       01  WS-MEMO-ID          PIC X(11).
       01  WS-MEMO-DESC        PIC X(30).
       01  WS-MEMO-AMT         PIC 9(10)V99.
       01  WS-MEMO-STATUS      PIC XX.
       01  WS-MEMO-OPER        PIC X(5) VALUE "BATCH".
      *>the owner's home branch - the payout and its GL memos book
      *>to the same branch the placement did
       01  WS-OWNER-BRANCH     PIC X(3).
       01  WS-SPN-JOB          PIC X(12) VALUE "FDMATURITY".
       01  WS-SPN-REASON       PIC X(20).
       01  WS-SPN-ACC          PIC 9(16) VALUE 0.
      *>customer advices - the matured deposit's image is kept for
      *>its advice while the record area takes on the successor
       01  WS-OLD-FD-IMAGE     PIC X(100).
       01  WS-ADV-EVENT        PIC X(8).
       01  WS-ADV-INTEREST     PIC 9(10)V99.
       01  WS-ADV-PENALTY      PIC 9(10)V99 VALUE 0.
       01  WS-ADV-PAYOUT       PIC 9(12)V99.
       01  WS-ADV-LINKED       PIC 9(5).
       01  WS-ADV-ADMIN        PIC 9(5) VALUE 0.

       01  WS-IC-INPUT.
           05  WS-IC-IN-DATE       PIC 9(6).
               USING BY REFERENCE WS-CURR-DATE, WS-BD-STATUS
           PERFORM POST-MATURED-DEPOSITS
           DISPLAY "Done - " record_count " deposit(s) matured."
           MOVE record_count TO WS-CNT-WRITTEN
           MOVE 0 TO WS-CNT-REJECTS
           CALL '../../Utility Functions/bin/setStepCounts'
               USING BY REFERENCE read_count, WS-CNT-WRITTEN,
               WS-CNT-REJECTS
           GOBACK
           .

                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       ADD 1 TO read_count
                       IF FXD-OPEN
                           PERFORM CHECK-MATURITY-DUE
                       END-IF
           .

       POST-ONE-MATURITY.
           PERFORM LOAD-OWNER-BRANCH
           MOVE FXD-OpenDate(3:6)  TO WS-IC-IN-DATE
           MOVE FXD-Principal      TO WS-IC-IN-AMOUNT
           MOVE 0                  TO WS-IC-IN-TIME
           IF WS-CREDIT-AMT > 0
               PERFORM CREDIT-OWNER
           END-IF
           PERFORM POST-INTEREST-MEMOS

           MOVE FXD-ID       TO WS-OLD-FDID
           MOVE FXD-UID      TO WS-ROLL-UID

           PERFORM WRITE-FD-LOG

           MOVE FDRecord TO WS-OLD-FD-IMAGE
           MOVE 0 TO WS-ADV-LINKED
           IF WS-ROLL-PRINCIPAL > 0
               PERFORM OPEN-SUCCESSOR
           END-IF

           MOVE "MATURED"          TO WS-ADV-EVENT
           MOVE WS-IC-OUT-INTEREST TO WS-ADV-INTEREST
           MOVE WS-CREDIT-AMT      TO WS-ADV-PAYOUT
           CALL '../../Utility Functions/bin/fdAdvice'
               USING BY REFERENCE WS-ADV-EVENT, WS-OLD-FD-IMAGE,
               WS-ADV-INTEREST, WS-ADV-PENALTY, WS-ADV-PAYOUT,
               WS-ADV-LINKED, WS-ADV-ADMIN
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Owner's branch for the rows this maturity writes; head
      *>office if the owner cannot be read.
       LOAD-OWNER-BRANCH.
           MOVE "001" TO WS-OWNER-BRANCH
           MOVE FXD-UID TO UID
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

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
           MOVE WS-CREDIT-AMT       TO Amount
           MOVE TRX-TYPE-DEPOSIT    TO TrxType
           MOVE "1" TO HolderInd
           MOVE UBranch TO TrxBranch
           MOVE "BATCH" TO TrxOperator
           MOVE "INT " TO TrxCategory
           MOVE UCurrency TO TrxCurrency
           MOVE WS-CURR-DATE TO TimeStamp(1:8)
               USING BY REFERENCE FXD-UID, WS-NOTICE
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>GL side of the interest. The payout row above comes out of
      *>the term deposit book whole, so the interest inside it is
      *>booked as expense into that book here - whether it was paid
      *>out or rolled into the successor's principal - and the
      *>interest payable fdAccrual built up is reversed now that the
      *>interest has actually been paid.
       POST-INTEREST-MEMOS.
           MOVE SPACES TO WS-MEMO-ID
           STRING "FDI" FXD-ID DELIMITED BY SIZE INTO WS-MEMO-ID
           MOVE "FD interest paid" TO WS-MEMO-DESC
           MOVE WS-IC-OUT-INTEREST TO WS-MEMO-AMT
           CALL '../../Utility Functions/bin/writeGlMemo'
               USING BY REFERENCE WS-MEMO-ID, WS-MEMO-DESC,
               WS-MEMO-AMT, WS-CURR-DATE, WS-OWNER-BRANCH,
               WS-MEMO-OPER, WS-MEMO-STATUS

           MOVE SPACES TO WS-MEMO-ID
           STRING "FDR" FXD-ID DELIMITED BY SIZE INTO WS-MEMO-ID
           MOVE "FD accrual reversal" TO WS-MEMO-DESC
           MOVE FXD-AccruedInt TO WS-MEMO-AMT
           CALL '../../Utility Functions/bin/writeGlMemo'
               USING BY REFERENCE WS-MEMO-ID, WS-MEMO-DESC,
               WS-MEMO-AMT, WS-CURR-DATE, WS-OWNER-BRANCH,
               WS-MEMO-OPER, WS-MEMO-STATUS
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Open the successor deposit for the same term, carrying the
      *>maturity instruction forward, and cross-reference the old
           MOVE WS-NEW-MAT       TO FXD-MaturityDate
           MOVE "O"              TO FXD-Status
           MOVE WS-ROLL-INSTR    TO FXD-MatInstr
           MOVE 0                TO FXD-AccruedInt
           MOVE 0                TO FXD-AccrualDate
           WRITE FDRecord
               INVALID KEY
                   DISPLAY "Error opening successor for FD "
                   EXIT PARAGRAPH
           END-WRITE
           DISPLAY "Rolled FD " WS-OLD-FDID " into FD " WS-MAX-FDID
           MOVE WS-MAX-FDID TO WS-ADV-LINKED

           MOVE "ROLLOVER" TO WS-ADV-EVENT
           MOVE 0 TO WS-ADV-INTEREST
           MOVE 0 TO WS-ADV-PAYOUT
           CALL '../../Utility Functions/bin/fdAdvice'
               USING BY REFERENCE WS-ADV-EVENT, FDRecord,
               WS-ADV-INTEREST, WS-ADV-PENALTY, WS-ADV-PAYOUT,
               WS-OLD-FDID, WS-ADV-ADMIN

           STRING "ROLLOVER OLDFD=" WS-OLD-FDID
               " NEWFD=" WS-MAX-FDID
