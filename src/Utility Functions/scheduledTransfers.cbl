       01  WS-ST-FS            PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-SendCcy          PIC X(3) VALUE "MMK".
       01  WS-SendBranch       PIC X(3) VALUE "001".
       01  eof                 PIC X VALUE 'N'.
       01  record_count        PIC 9(7) VALUE 0.
       01  failed_count        PIC 9(7) VALUE 0.
       01  read_count          PIC 9(9) VALUE 0.
       01  WS-CNT-WRITTEN      PIC 9(9).
       01  WS-CNT-REJECTS      PIC 9(9).
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-SENDER-BALANCE   PIC S9(10)V99.
       01  WS-SENDER-TRXCOUNT  PIC 9(5).
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       ADD 1 TO read_count
                       IF ST-PENDING
                           AND ST-ExecDate <= WS-BUS-DATE
                           PERFORM POST-ONE-SCHEDULED

           DISPLAY "Done - " record_count " scheduled transfer(s) "
               "posted, " failed_count " failed."
           MOVE record_count TO WS-CNT-WRITTEN
           MOVE failed_count TO WS-CNT-REJECTS
           CALL '../../Utility Functions/bin/setStepCounts'
               USING BY REFERENCE read_count, WS-CNT-WRITTEN,
               WS-CNT-REJECTS
           GOBACK
           .

                   EXIT PARAGRAPH
           END-READ
           MOVE UCurrency TO WS-SendCcy
           MOVE UBranch TO WS-SendBranch
           IF NOT ACCT-ACTIVE
               CLOSE userfile
               PERFORM MARK-FAILED
           MOVE ST-Amount        TO Amount
           MOVE TRX-TYPE-TRANSFER TO TrxType
           MOVE "1" TO HolderInd
           MOVE WS-SendBranch    TO TrxBranch
           MOVE "BATCH" TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE WS-SendCcy       TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
