           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE UBranch TO TrxBranch
           MOVE LS-AdminId TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE UCurrency TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
