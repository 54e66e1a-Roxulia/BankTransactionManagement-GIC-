           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE BTR-FromBr TO TrxBranch
           MOVE LS-AdminId TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE "MMK" TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE BTR-ToBr TO TrxBranch
           MOVE LS-AdminId TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE "MMK" TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
