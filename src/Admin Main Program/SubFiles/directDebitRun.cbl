       01  WS-BillerFound      PIC X.
       01  WS-MandateID        PIC 9(5).
       01  WS-MandateUID       PIC 9(5).
       01  WS-MandateBranch    PIC X(3).
       01  WS-NEW-BALANCE      PIC S9(10)V99.
       01  WS-OK-COUNT         PIC 9(5) VALUE 0.
       01  WS-REJ-COUNT        PIC 9(5) VALUE 0.
               INTO TrxID
           END-STRING
           MOVE UID TO WS-MandateUID
           MOVE UBranch TO WS-MandateBranch
           REWRITE UserRecord
               INVALID KEY
                   ADD 1 TO WS-REJ-COUNT
           MOVE TRX-TYPE-TRANSFER TO TrxType
           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE WS-MandateBranch TO TrxBranch
           MOVE LS-AdminId TO TrxOperator
           MOVE "BILL" TO TrxCategory
           MOVE "MMK" TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
