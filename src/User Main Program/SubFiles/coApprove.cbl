           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE WS-SenderBranch TO TrxBranch
           MOVE "SELF " TO TrxOperator
           MOVE PCA-Category TO TrxCategory
           MOVE WS-SenderCcy TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE WS-SenderBranch TO TrxBranch
           MOVE "SELF " TO TrxOperator
           MOVE "FEE " TO TrxCategory
           MOVE WS-SenderCcy TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
