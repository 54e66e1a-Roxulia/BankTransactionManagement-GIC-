       01  WS-SKIP-COUNT       PIC 9(7) VALUE 0.
       01  WS-REV-AMOUNT       PIC 9(12)V99 VALUE 0.
       01  WS-EMP-UID          PIC 9(5).
       01  WS-EMP-BRANCH       PIC X(3).
       01  WS-Notice           PIC X(60).
       01  WS-XrefSide         PIC X.
       01  WS-DSP-AMT          PIC Z(11)9.99.
           END-IF
           SUBTRACT PRT-Amount FROM Balance
           ADD 1 TO TrxCount
           MOVE UBranch TO WS-EMP-BRANCH
           STRING
               TrxCount DELIMITED BY SIZE
               WS-TrxRevPrefix DELIMITED BY SIZE
           MOVE TRX-TYPE-REVERSAL TO TrxType
           MOVE TRX-TYPE-TRANSFER TO RevOfType
           MOVE "1" TO HolderInd
           MOVE WS-EMP-BRANCH TO TrxBranch
           MOVE LS-AdminId TO TrxOperator
           MOVE "SAL " TO TrxCategory
           MOVE "MMK" TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
