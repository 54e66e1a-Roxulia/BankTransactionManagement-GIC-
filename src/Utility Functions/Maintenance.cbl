                               move 'Interest' to Description
                               move TRX-TYPE-INTEREST to TrxType
                               move "1" to HolderInd
                               move UBranch to TrxBranch
                               move "BATCH" to TrxOperator
                               move "INT " to TrxCategory
                               move UCurrency to TrxCurrency
                               move WS-CURR-DATE to TimeStamp(1:8)
           MOVE WS-PR-Fee    TO Amount
           MOVE TRX-TYPE-WITHDRAW TO TrxType
           MOVE "1" TO HolderInd
           MOVE UBranch TO TrxBranch
           MOVE "BATCH" TO TrxOperator
           MOVE "FEE " TO TrxCategory
           MOVE UCurrency TO TrxCurrency
           MOVE WS-CURR-DATE TO TimeStamp(1:8)
           MOVE WS-TAX       TO Amount
           MOVE TRX-TYPE-TAX TO TrxType
           MOVE "1" TO HolderInd
           MOVE UBranch TO TrxBranch
           MOVE "BATCH" TO TrxOperator
           MOVE "TAX " TO TrxCategory
           MOVE UCurrency TO TrxCurrency
           MOVE WS-CURR-DATE TO TimeStamp(1:8)
