           MOVE TRX-TYPE-DEPOSIT TO TrxType
           MOVE "1" TO HolderInd
           MOVE UBranch TO TrxBranch
           MOVE LS-OperatorId TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE UCurrency TO TrxCurrency
      *>posting date is the business date; only the time of day comes
