      *          by the configurable penalty, paid out through a
      *          normal Transactions.dat posting, and the break with
      *          its penalty arithmetic is written to
      *          data/FixedDepositAudit.log. The interest paid and
      *          the reversal of the interest payable accrued so far
      *          are posted as GL memo rows beside the payout, and
      *          the customer's closure advice goes to the spool.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-FULL-INT         PIC 9(10)V99.
       01  WS-PENALTY          PIC 9(10)V99.
       01  WS-PAYOUT           PIC 9(12)V99.
       01  WS-MEMO-ID          PIC X(11).
       01  WS-MEMO-DESC        PIC X(30).
       01  WS-MEMO-AMT         PIC 9(10)V99.
       01  WS-MEMO-STATUS      PIC XX.
       01  WS-MEMO-OPER        PIC X(5).
      *>the owner's home branch, taken when the payout is credited -
      *>the payout and its GL memos book where the placement did
       01  WS-OWNER-BRANCH     PIC X(3).
      *>before/after images for the point-in-time recovery journal
       01  WS-PitTag           PIC X.
       01  WS-PitBefore        PIC X(600).
       01  WS-PitAfter         PIC X(600).
       01  WS-DSP-AMT          PIC -(9)9.99.
       01  WS-AdvEvent         PIC X(8).
       01  WS-AdvLinkedFD      PIC 9(5) VALUE 0.
       01  WS-CheckerId        PIC 9(5).
       01  WS-CheckerName      PIC X(20).
       01  WS-CheckerRole      PIC 9.
           END-IF

           PERFORM PAY-OUT-BREAK
           PERFORM POST-INTEREST-MEMOS

           MOVE "B" TO FXD-Status
           REWRITE FDRecord
               INVALID KEY
                   DISPLAY "ERROR: Closing out the deposit failed."
           END-REWRITE
           MOVE "BROKEN" TO WS-AdvEvent
           CALL '../../Utility Functions/bin/fdAdvice'
               USING BY REFERENCE WS-AdvEvent, FDRecord,
               WS-FULL-INT, WS-PENALTY, WS-PAYOUT,
               WS-AdvLinkedFD, LS-AdminId
           CLOSE FDFile

           PERFORM WRITE-BREAK-LOG
           MOVE WS-PAYOUT    TO Amount
           MOVE TRX-TYPE-DEPOSIT TO TrxType
           MOVE "1" TO HolderInd
           MOVE UBranch TO TrxBranch
           MOVE UBranch TO WS-OWNER-BRANCH
           MOVE LS-AdminId TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE UCurrency TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
           CLOSE TrxFile
           .

      *>the payout row comes out of the term deposit book whole, so
      *>the interest inside it (net of the penalty) is booked as
      *>expense into that book, and the interest payable accrued so
      *>far is reversed
       POST-INTEREST-MEMOS.
           MOVE LS-AdminId TO WS-MEMO-OPER
           MOVE SPACES TO WS-MEMO-ID
           STRING "FDI" FXD-ID DELIMITED BY SIZE INTO WS-MEMO-ID
           MOVE "FD interest paid" TO WS-MEMO-DESC
           COMPUTE WS-MEMO-AMT = WS-FULL-INT - WS-PENALTY
           CALL '../../Utility Functions/bin/writeGlMemo'
               USING BY REFERENCE WS-MEMO-ID, WS-MEMO-DESC,
               WS-MEMO-AMT, WS-BUS-DATE, WS-OWNER-BRANCH,
               WS-MEMO-OPER, WS-MEMO-STATUS

           MOVE SPACES TO WS-MEMO-ID
           STRING "FDR" FXD-ID DELIMITED BY SIZE INTO WS-MEMO-ID
           MOVE "FD accrual reversal" TO WS-MEMO-DESC
           MOVE FXD-AccruedInt TO WS-MEMO-AMT
           CALL '../../Utility Functions/bin/writeGlMemo'
               USING BY REFERENCE WS-MEMO-ID, WS-MEMO-DESC,
               WS-MEMO-AMT, WS-BUS-DATE, WS-OWNER-BRANCH,
               WS-MEMO-OPER, WS-MEMO-STATUS
           .

       WRITE-BREAK-LOG.
           OPEN EXTEND FDLog
           IF WS-LOG-FS NOT = "00"
