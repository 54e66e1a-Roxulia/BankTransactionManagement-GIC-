       01  WS-BD-STATUS        PIC XX.
       01  eof                 PIC X VALUE 'N'.
       01  record_count        PIC 9(7) VALUE 0.
       01  read_count          PIC 9(9) VALUE 0.
       01  WS-CNT-WRITTEN      PIC 9(9).
       01  WS-CNT-REJECTS      PIC 9(9).
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-MONTHLY-RATE     PIC 9V9999 VALUE 0.0002.
       01  WS-DAY-ACCRUAL      PIC 9(10)V9999.
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       ADD 1 TO read_count
                       IF ACCT-ACTIVE AND Balance > 0
                           PERFORM ACCRUE-ONE-ACCOUNT
                       END-IF
           CLOSE InterestLog
           DISPLAY "Accrual done - " record_count
               " account(s) accrued for " WS-BUS-DATE "."
           MOVE record_count TO WS-CNT-WRITTEN
           MOVE 0 TO WS-CNT-REJECTS
           CALL '../../Utility Functions/bin/setStepCounts'
               USING BY REFERENCE read_count, WS-CNT-WRITTEN,
               WS-CNT-REJECTS
           GOBACK
           .

