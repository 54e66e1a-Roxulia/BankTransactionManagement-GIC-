           MOVE TRX-TYPE-WITHDRAW TO TrxType
           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE UBranch TO TrxBranch
           MOVE LS-AdminId TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE "MMK" TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
