           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE "001" TO TrxBranch
           MOVE "BATCH" TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE "MMK" TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
