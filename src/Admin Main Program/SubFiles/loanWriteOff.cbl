      *          checker, and its provision row is retired. Anything
      *          collected afterwards is recorded as a recovery
      *          against the register entry and booked as a memo
      *          row for glPosting (cash in, recovery income). The
      *          principal taken off the books is itself booked as a
      *          memo row (loan book out against the loss reserve)
      *          and the loan's remaining schedule is retired.
      *          Both memo rows are booked at the borrower's home
      *          branch, where the loan book and its provision sit.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS LNP-LoanID
               FILE STATUS IS WS-PRV-FS.

           SELECT UserFile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-USR-FS.

           SELECT TrxFile ASSIGN TO '../../../data/Transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05  LNP-Amount      PIC 9(10)V99.
           05  LNP-AsOf        PIC 9(8).

       FD  UserFile.
       01  UserRecord.
           COPY "../../Utility Functions/userFile.cpy".

       FD  TrxFile.
       01  TransactionRecord.
       COPY "../../Utility Functions/transactionFile.cpy".
       01  WS-WOF-FS           PIC XX.
       01  WS-PRV-FS           PIC XX.
       01  WS-TRX-FS           PIC XX.
       01  WS-USR-FS           PIC XX.
       01  WS-BORROWER-UID     PIC 9(5).
       01  WS-BORROWER-BRANCH  PIC X(3).
       01  WS-BD-STATUS        PIC XX.
       01  ws-eof              PIC X.
       01  ws-choice           PIC 9 VALUE 0.
       01  WS-CheckerName      PIC X(20).
       01  WS-CheckerRole      PIC 9.
       01  WS-CheckerStatus    PIC X(2).
       01  WS-LOAN-TOTAL       PIC 9(12)V99.
       01  WS-WOF-PRIN         PIC 9(10)V99.
       01  WS-NO-MONTHS        PIC 9(3) VALUE 0.
       01  WS-NO-INTEREST      PIC 9(10)V99 VALUE 0.
       01  WS-SchedStatus      PIC XX.

       COPY "../../Utility Functions/trxTypeCodes.cpy".

               EXIT PARAGRAPH
           END-IF

      *>a row booked before the principal was carried separately
      *>gets its share worked out the way LoanCollection does it
           IF LN-PrinOutstanding = 0 AND LN-Outstanding > 0
               COMPUTE WS-LOAN-TOTAL = LN-Principal +
                   (LN-Principal * LN-Rate * LN-TermMonths)
               IF WS-LOAN-TOTAL = 0
                   MOVE LN-Outstanding TO LN-PrinOutstanding
               ELSE
                   COMPUTE LN-PrinOutstanding ROUNDED =
                       LN-Outstanding * LN-Principal / WS-LOAN-TOTAL
               END-IF
           END-IF
           MOVE LN-PrinOutstanding TO WS-WOF-PRIN
           MOVE LN-UID TO WS-BORROWER-UID
           MOVE "W" TO LN-Status
           REWRITE LoanRecord
               INVALID KEY
               CLOSE ProvFile
           END-IF

           PERFORM LOAD-BORROWER-BRANCH
           PERFORM BOOK-WRITEOFF-ROW
           CALL '../../Utility Functions/bin/buildLoanSchedule'
               USING BY REFERENCE WS-LoanID, WS-BUS-DATE, LN-DueDay,
               WS-NO-MONTHS, WS-WOF-PRIN, WS-NO-INTEREST,
               WS-SchedStatus

           MOVE "LOANWOFF" TO ws-logAction
           MOVE WS-LoanID TO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
                   CLOSE WofFile
                   EXIT PARAGRAPH
           END-READ
           MOVE WOF-UID TO WS-BORROWER-UID
           ADD WS-Amount TO WOF-Recovered
           REWRITE WofRecord
               INVALID KEY
           END-REWRITE
           CLOSE WofFile

           PERFORM LOAD-BORROWER-BRANCH
           PERFORM BOOK-RECOVERY-ROW
           MOVE "LOANRECOV" TO ws-logAction
           MOVE WS-LoanID TO ws-logAcct
               " recovered to date on loan " WS-LoanID "."
               esc resetx.

      *>the borrower's home branch carries the loan; head office
      *>if the borrower cannot be read
       LOAD-BORROWER-BRANCH.
           MOVE "001" TO WS-BORROWER-BRANCH
           OPEN INPUT UserFile
           IF WS-USR-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BORROWER-UID TO UID
           READ UserFile
               NOT INVALID KEY
                   IF UBranch NOT = SPACES
                       MOVE UBranch TO WS-BORROWER-BRANCH
                   END-IF
           END-READ
           CLOSE UserFile.

       BOOK-RECOVERY-ROW.
           MOVE SPACES TO TransactionRecord
           STRING "WR" WS-LoanID WS-BUS-DATE(5:4)
           MOVE TRX-TYPE-PROVISION TO TrxType
           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE WS-BORROWER-BRANCH TO TrxBranch
           MOVE LS-AdminId TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE "MMK" TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
           END-WRITE
           CLOSE TrxFile.

      *>The principal leaves the loan book against the reserve the
      *>provisioning run built for it - only principal was ever on
      *>the books, the unearned interest simply lapses.
       BOOK-WRITEOFF-ROW.
           IF WS-WOF-PRIN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TransactionRecord
           STRING "WO" WS-LoanID WS-BUS-DATE(5:4)
               DELIMITED BY SIZE INTO TrxID
           MOVE 0 TO SenderAcc
           MOVE 0 TO ReceiverAcc
           MOVE "Loan writeoff" TO Description
           MOVE WS-WOF-PRIN TO Amount
           MOVE TRX-TYPE-PROVISION TO TrxType
           MOVE 0 TO RevOfType
           MOVE "1" TO HolderInd
           MOVE WS-BORROWER-BRANCH TO TrxBranch
           MOVE LS-AdminId TO TrxOperator
           MOVE "MISC" TO TrxCategory
           MOVE "MMK" TO TrxCurrency
           MOVE WS-BUS-DATE TO TimeStamp(1:8)
           MOVE FUNCTION CURRENT-DATE(9:6) TO TimeStamp(9:6)
           MOVE WS-BUS-DATE TO TrxValueDate
           OPEN I-O TrxFile
           WRITE TransactionRecord
               INVALID KEY
                   DISPLAY "ERROR: Write-off memo row not written."
           END-WRITE
           CLOSE TrxFile.

      *-------------------------------------------------------------------*
       LIST-WRITEOFFS.
           move 'N' to ws-eof
