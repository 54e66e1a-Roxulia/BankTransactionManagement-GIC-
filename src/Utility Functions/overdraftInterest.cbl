           MOVE WS-CHARGE     TO Amount
           MOVE TRX-TYPE-WITHDRAW TO TrxType
           MOVE "1" TO HolderInd
           MOVE UBranch TO TrxBranch
           MOVE "BATCH" TO TrxOperator
           MOVE "INT " TO TrxCategory
           MOVE UCurrency TO TrxCurrency
           MOVE WS-BUS-DATE   TO TimeStamp(1:8)
