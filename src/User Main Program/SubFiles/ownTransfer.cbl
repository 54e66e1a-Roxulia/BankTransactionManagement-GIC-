       01  WS-XrefSide       PIC X.
       01  WS-LockStatus     PIC X(2).
       01  WS-SendCcy        PIC X(3) VALUE "MMK".
       01  WS-SendBranch     PIC X(3) VALUE "001".
       01  WS-DailyPosted    PIC 9(10)V99 VALUE ZERO.
       01  WS-DailyStatus    PIC X(2).
       01  WS-LockA          PIC 9(5).
               EXIT PROGRAM
           END-IF
           MOVE UCurrency TO WS-SendCcy
           MOVE UBranch TO WS-SendBranch
      *>this fee-free screen posts at par, so it only serves
      *>same-currency pairs - a cross-currency move belongs on
      *>the standard transfer screen, which converts at the
           MOVE WS-Amount     TO Amount
           MOVE TRX-TYPE-TRANSFER TO TrxType
           MOVE "1" TO HolderInd
           MOVE WS-SendBranch TO TrxBranch
           MOVE "SELF " TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE WS-SendCcy   TO TrxCurrency
           MOVE WS-BusinessDate TO TimeStamp(1:8)
