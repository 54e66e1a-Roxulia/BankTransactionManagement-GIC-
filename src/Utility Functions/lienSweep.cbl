                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
      *>a margin hold (no beneficiary) is never remitted - the
      *>guarantee register settles it
                       IF LIEN-ACTIVE AND LIEN-Beneficiary NOT = 0
                           AND (LIEN-Expiry = 0
                             OR LIEN-Expiry >= WS-BUS-DATE)
                           PERFORM SWEEP-ONE-LIEN
           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE WS-DEBTOR-BRANCH TO TrxBranch
           MOVE "BATCH" TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE WS-DEBTOR-CCY TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
