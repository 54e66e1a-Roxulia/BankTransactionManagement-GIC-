       01  WS-Confirm          PIC X.
       01  WS-DSP-AMT          PIC Z(9)9.99.
       01  WS-BillerUID        PIC 9(5).
       01  WS-BillerBranch     PIC X(3).
       01  WS-Lock1            PIC 9(5).
       01  WS-Lock2            PIC 9(5).
       01  WS-LocksHeld        PIC 9 VALUE 0.
                   CLOSE DdcFile
                   EXIT PARAGRAPH
           END-READ
           MOVE UBranch TO WS-BillerBranch
           SUBTRACT DDC-Amount FROM Balance
           ADD 1 TO TrxCount
           STRING
           MOVE TRX-TYPE-TRANSFER TO TrxType
           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE WS-BillerBranch TO TrxBranch
           MOVE "SELF " TO TrxOperator
           MOVE "BILL" TO TrxCategory
           MOVE "MMK" TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
