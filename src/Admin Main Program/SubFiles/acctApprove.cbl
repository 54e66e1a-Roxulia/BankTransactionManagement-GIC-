           MOVE SPACES TO UPswHist2
           MOVE SPACES TO UPswHist3
           MOVE APL-Ccy TO UCurrency
           MOVE SPACES TO UGuardianNrc
           MOVE SPACES TO U2Nrc
           OPEN I-O UserFile
           WRITE UserRecord
               INVALID KEY
                   MOVE "L" TO CUST-RiskRating
                   MOVE 0 TO CUST-RiskScore
                   MOVE 0 TO CUST-RiskDate
                   MOVE 0 TO CUST-BirthDate
                   WRITE CustomerRecord
                       INVALID KEY
                           DISPLAY "Warning: customer row not "
           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE APL-Branch TO TrxBranch
           MOVE LS-AdminId TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE APL-Ccy TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
