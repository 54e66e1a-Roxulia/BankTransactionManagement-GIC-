       01  WS-SplType          PIC X(12).
       01  WS-EMPLOYER-ACC     PIC 9(16) VALUE 0.
       01  WS-EMPLOYER-UID     PIC 9(5).
       01  WS-EMPLOYER-BRANCH  PIC X(3) VALUE "001".
       01  WS-DET-COUNT        PIC 9(7) VALUE 0.
       01  WS-DET-AMOUNT       PIC 9(12)V99 VALUE 0.
       01  WS-TRL-COUNT        PIC 9(7) VALUE 0.
           PERFORM DEBIT-EMPLOYER
           PERFORM WRITE-RUN-REGISTER
           PERFORM WRITE-RUN-REPORT
           CALL '../../Utility Functions/bin/markInboundPosted'
               USING BY REFERENCE WS-IMPORT-PATH, WS-IBF-STATUS

           DISPLAY "================================================"
           DISPLAY "Payroll run finished: " WS-OK-COUNT " credited, "
               MOVE "97" TO LS-StatusCode
               GOBACK
           END-IF
           PERFORM LOAD-EMPLOYER-BRANCH
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The salary rows carry the employer as the sending side, so
      *>they are booked at the employer's branch; head office if
      *>the employer cannot be read.
       LOAD-EMPLOYER-BRANCH.
           MOVE "001" TO WS-EMPLOYER-BRANCH
           OPEN INPUT UserFile
           IF WS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EMPLOYER-UID TO UID
           READ UserFile KEY IS UID
               NOT INVALID KEY
                   MOVE UBranch TO WS-EMPLOYER-BRANCH
           END-READ
           CLOSE UserFile
           .

       CREDIT-PASS.
           MOVE PAY-Amount      TO Amount
           MOVE TRX-TYPE-TRANSFER TO TrxType
           MOVE "1" TO HolderInd
           MOVE WS-EMPLOYER-BRANCH TO TrxBranch
           MOVE LS-AdminId TO TrxOperator
           MOVE "SAL " TO TrxCategory
           MOVE "MMK" TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
