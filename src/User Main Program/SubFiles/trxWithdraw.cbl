           MOVE TRX-TYPE-WITHDRAW TO TrxType
           MOVE WS-Holder   TO HolderInd
           MOVE WS-Branch   TO TrxBranch
           MOVE "SELF " TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE WS-Ccy      TO TrxCurrency
      *>posting date is the business date; only the time of day comes
