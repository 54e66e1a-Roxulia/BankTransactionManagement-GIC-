      *          bucket off LN-ArrearsCount (standard, watch,
      *          substandard, doubtful, loss), provisions are
      *          computed per bucket at the percentages in
      *          data/ProvisionRates.dat on the principal still
      *          outstanding (what the loan book carries), and the
      *          net movement against the provisions already held
      *          per loan (data/LoanProvisions.dat) is booked as one
      *          memo row per borrower branch in Transactions.dat
      *          for glPosting to journal - a charge when the
      *          requirement rose, a release when it fell. The
      *          classification report is registered
      *          in the spool. Re-running in the same month only
      *          books whatever has changed since. A restructured
      *          loan is held at substandard or worse for its first
      *          twelve months on the new terms.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS LNP-LoanID
               FILE STATUS IS WS-PRV-FS.

           SELECT userfile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-USR-FS.

           SELECT RateFile
               ASSIGN TO '../../../data/ProvisionRates.dat'
               ORGANIZATION IS LINE SEQUENTIAL
           05  LNP-Amount      PIC 9(10)V99.
           05  LNP-AsOf        PIC 9(8).

       FD  userfile.
       01  userdata.
           copy 'userFile.cpy'.

       FD  RateFile.
       01  RateRec.
           05  PRT-Bucket      PIC X(5).
       01  WS-RATE-FS          PIC XX.
       01  WS-TRX-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-USR-FS           PIC XX.
       01  WS-USR-OPEN         PIC X VALUE 'N'.
       01  WS-BD-STATUS        PIC XX.
       01  ws-eof              PIC X.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-PCT-DBT          PIC 9(3)V99 VALUE 50.
       01  WS-PCT-LOSS         PIC 9(3)V99 VALUE 100.

      *>a restructured loan is held at substandard or worse until
      *>it has run this many months on its new terms
       01  WS-RST-PROBATION    PIC 9(3) VALUE 12.
       01  WS-RST-MONTHS       PIC S9(5).
       01  WS-IN-PROBATION     PIC X VALUE 'N'.
       01  WS-RST-MARK         PIC X(12).
       01  WS-YR-A             PIC 9(4).
       01  WS-MM-A             PIC 9(2).
       01  WS-YR-B             PIC 9(4).
       01  WS-MM-B             PIC 9(2).

       01  WS-BUCKET           PIC X(5).
       01  WS-PCT              PIC 9(3)V99.
       01  WS-REQUIRED         PIC 9(10)V99.
      *>principal still on the loan book - the unearned interest in
      *>LN-Outstanding was never booked, so it is not provisioned
       01  WS-PRIN-BASE        PIC 9(10)V99.
       01  WS-LOAN-TOTAL       PIC 9(12)V99.
      *>net movement per borrower branch, each booked as its own
      *>memo so the reserve sits where the loan book does
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY OCCURS 99 TIMES.
               10  WS-B-CODE      PIC X(3).
               10  WS-B-MOVE      PIC S9(12)V99.
       01  WS-BR-USED          PIC 9(2) VALUE 0.
       01  WS-BX               PIC 9(3).
       01  WS-FIND-BR          PIC X(3).
       01  WS-OLD-PROV         PIC 9(10)V99.
       01  WS-NET-MOVE         PIC S9(12)V99 VALUE 0.
       01  WS-LOAN-COUNT       PIC 9(5) VALUE 0.
               GOBACK
           END-IF
           OPEN I-O ProvFile
           OPEN INPUT userfile
           IF WS-USR-FS = "00"
               MOVE 'Y' TO WS-USR-OPEN
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ LoanFile NEXT
                   AT END
           END-PERFORM
           CLOSE ProvFile
           CLOSE LoanFile
           IF WS-USR-OPEN = 'Y'
               CLOSE userfile
           END-IF

           PERFORM WRITE-SUMMARY
           CLOSE ReportOut

           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BR-USED
               IF WS-B-MOVE(WS-BX) NOT = 0
                   PERFORM BOOK-PROVISION-MOVE
               END-IF
           END-PERFORM

           MOVE WS-NET-MOVE TO WS-DSP-AMT
           DISPLAY "Provisioning done - " WS-LOAN-COUNT
      *>Standard through loss off the missed-installment count,
      *>required provision at the bucket's percentage, and the
      *>delta against what was already held accumulated into the
      *>borrower branch's net movement booked at the end.
       PROVISION-ONE-LOAN.
           PERFORM FIND-BORROWER-SLOT
           IF WS-BX > 99
               DISPLAY esc redx "Branch table full - loan " LN-ID
                   " not provisioned." esc resetx
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOAN-COUNT
           PERFORM CHECK-PROBATION
           EVALUATE TRUE
               WHEN WS-IN-PROBATION = 'Y' AND LN-ArrearsCount <= 5
                   MOVE "SUB  " TO WS-BUCKET
                   MOVE WS-PCT-SUB TO WS-PCT
                   ADD 1 TO WS-CNT-SUB
               WHEN LN-ArrearsCount = 0
                   MOVE "STD  " TO WS-BUCKET
                   MOVE WS-PCT-STD TO WS-PCT
                   MOVE WS-PCT-LOSS TO WS-PCT
                   ADD 1 TO WS-CNT-LOSS
           END-EVALUATE
      *>a row booked before the principal was carried separately
      *>gets its share worked out the way loanWriteOff does it
           MOVE LN-PrinOutstanding TO WS-PRIN-BASE
           IF LN-PrinOutstanding = 0 AND LN-Outstanding > 0
               COMPUTE WS-LOAN-TOTAL = LN-Principal +
                   (LN-Principal * LN-Rate * LN-TermMonths)
               IF WS-LOAN-TOTAL = 0
                   MOVE LN-Outstanding TO WS-PRIN-BASE
               ELSE
                   COMPUTE WS-PRIN-BASE ROUNDED =
                       LN-Outstanding * LN-Principal / WS-LOAN-TOTAL
               END-IF
           END-IF
           COMPUTE WS-REQUIRED ROUNDED =
               WS-PRIN-BASE * WS-PCT / 100

           MOVE 0 TO WS-OLD-PROV
           MOVE LN-ID TO LNP-LoanID
           END-READ
           COMPUTE WS-NET-MOVE =
               WS-NET-MOVE + WS-REQUIRED - WS-OLD-PROV
           COMPUTE WS-B-MOVE(WS-BX) =
               WS-B-MOVE(WS-BX) + WS-REQUIRED - WS-OLD-PROV

           MOVE WS-REQUIRED TO WS-DSP-AMT
           MOVE SPACES TO ReportLine
           STRING LN-ID "  " LN-ArrearsCount "     " WS-BUCKET
               "  " WS-DSP-AMT "  " WS-RST-MARK
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           .

      *>the borrower's home branch picks the slot; head office
      *>when the borrower cannot be read
       FIND-BORROWER-SLOT.
           MOVE "001" TO WS-FIND-BR
           IF WS-USR-OPEN = 'Y'
               MOVE LN-UID TO UID
               READ userfile
                   NOT INVALID KEY
                       IF UBranch NOT = SPACES
                           MOVE UBranch TO WS-FIND-BR
                       END-IF
               END-READ
           END-IF
           PERFORM VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BR-USED
                   OR WS-B-CODE(WS-BX) = WS-FIND-BR
               CONTINUE
           END-PERFORM
           IF WS-BX > WS-BR-USED
               IF WS-BR-USED >= 99
                   MOVE 100 TO WS-BX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BR-USED
               MOVE WS-FIND-BR TO WS-B-CODE(WS-BX)
               MOVE 0 TO WS-B-MOVE(WS-BX)
           END-IF
           .

      *>months run since the last restructure, counted by calendar
      *>month the way loanRepay counts a loan's elapsed term
       CHECK-PROBATION.
           MOVE 'N' TO WS-IN-PROBATION
           MOVE SPACES TO WS-RST-MARK
           IF NOT LN-RESTRUCTURED OR LN-RestructDate = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "RESTRUCTURED" TO WS-RST-MARK
           MOVE WS-BUS-DATE(1:4) TO WS-YR-A
           MOVE WS-BUS-DATE(5:2) TO WS-MM-A
           MOVE LN-RestructDate(1:4) TO WS-YR-B
           MOVE LN-RestructDate(5:2) TO WS-MM-B
           COMPUTE WS-RST-MONTHS =
               (WS-YR-A - WS-YR-B) * 12 + WS-MM-A - WS-MM-B
           IF WS-RST-MONTHS < WS-RST-PROBATION
               MOVE 'Y' TO WS-IN-PROBATION
           END-IF
           .

       WRITE-SUMMARY.
           MOVE SPACES TO ReportLine
           STRING "Standard: " WS-CNT-STD "  Watch: " WS-CNT-WATCH
           WRITE ReportLine
           .

      *>one row per branch, the branch part of the row ID
       BOOK-PROVISION-MOVE.
           MOVE SPACES TO TransactionRecord
           STRING "P" WS-BUS-DATE(3:6) WS-B-CODE(WS-BX) "V"
               DELIMITED BY SIZE INTO TrxID
           MOVE 0 TO SenderAcc
           MOVE 0 TO ReceiverAcc
           IF WS-B-MOVE(WS-BX) > 0
               MOVE "Provision charge" TO Description
               MOVE WS-B-MOVE(WS-BX) TO Amount
           ELSE
               MOVE "Provision release" TO Description
               COMPUTE Amount = 0 - WS-B-MOVE(WS-BX)
           END-IF
           MOVE TRX-TYPE-PROVISION TO TrxType
           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE WS-B-CODE(WS-BX) TO TrxBranch
           MOVE "BATCH" TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE "MMK" TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
           END-IF
           WRITE TransactionRecord
               INVALID KEY
                   DISPLAY esc redx "Provision movement for branch "
                       WS-B-CODE(WS-BX) " already booked today - "
                       "not re-booked." esc resetx
           END-WRITE
           CLOSE TrxFile
           .
