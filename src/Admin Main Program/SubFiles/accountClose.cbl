      *>interest job uses
       WRITE-ONE-TRX.
           MOVE "1" TO HolderInd
           MOVE UBranch TO TrxBranch
           MOVE LS-AdminId TO TrxOperator
           MOVE UCurrency TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
           MOVE WS-BUS-DATE TO TrxValueDate
