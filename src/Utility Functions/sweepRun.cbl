           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE WS-FROM-BRANCH TO TrxBranch
           MOVE "BATCH" TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE WS-FROM-CCY TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
