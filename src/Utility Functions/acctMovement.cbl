      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Monthly account movement report by branch and
      *          product. Runs nightly just before the date roll and
      *          does nothing until the last night of the month, when
      *          the accounts stand at their closing position for it.
      *          The accounts are then matched by UID against the
      *          position saved at the close of the month before
      *          (data/AcctSnapshot_YYYYMM.dat) to count, per UBranch
      *          and UProdType, the opening accounts, new accounts,
      *          closures, accounts gone dormant, reactivations,
      *          deceased holders reported and accounts escheated
      *          (data/EscheatRegister.dat), the closing accounts,
      *          and the deposit balances (credit balances, in MMK)
      *          at the start and end of the month. A bank-wide page
      *          reconciles the movement to the accounts on file.
      *          This month's closing position is saved as the next
      *          month's opening; the very first run has none to
      *          start from and only lays it down. Report in
      *          data/AcctMovement_<YYYYMM>.txt, spool ACCTMOVE; the
      *          months done are kept in data/MovementRuns.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acctMovement.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT userfile
           ASSIGN TO "../../../data/UserAccounts.dat"
           ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-FS.

           SELECT EscFile
               ASSIGN TO '../../../data/EscheatRegister.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-ID
               FILE STATUS IS WS-ESC-FS.

           SELECT PrevSnap ASSIGN TO WS-PREV-SNAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSN-FS.

           SELECT NewSnap ASSIGN TO WS-NEW-SNAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSN-FS.

           SELECT RunFile ASSIGN TO "../../../data/MovementRuns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  userfile.
       01  userdata.
           copy 'userFile.cpy'.

       FD  EscFile.
       01  EscRecord.
           copy 'escheatFile.cpy'.

      *>one account's month-end position - balance in MMK
       FD  PrevSnap.
       01  PrevSnapLine.
           05  PS-UID          PIC 9(5).
           05  PS-Branch       PIC X(3).
           05  PS-ProdType     PIC X(2).
           05  PS-Status       PIC X.
           05  PS-Balance      PIC S9(12)V99.

       FD  NewSnap.
       01  NewSnapLine.
           05  NS-UID          PIC 9(5).
           05  NS-Branch       PIC X(3).
           05  NS-ProdType     PIC X(2).
           05  NS-Status       PIC X.
           05  NS-Balance      PIC S9(12)V99.

       FD  RunFile.
       01  RunLine             PIC 9(6).

       FD  ReportOut.
       01  ReportLine          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
       01  WS-ESC-FS           PIC XX.
       01  WS-PSN-FS           PIC XX.
       01  WS-NSN-FS           PIC XX.
       01  WS-RUN-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-FX-STATUS        PIC XX.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-TOMORROW         PIC 9(8).
       01  WS-PERIOD           PIC 9(6).
       01  WS-PREV-PERIOD      PIC 9(6).
       01  WS-PREV-PERIOD-R REDEFINES WS-PREV-PERIOD.
           05  WS-PP-YYYY      PIC 9(4).
           05  WS-PP-MM        PIC 9(2).
       01  WS-ALREADY-RUN      PIC X VALUE 'N'.
       01  WS-HAVE-PREV        PIC X VALUE 'N'.
       01  WS-PREV-SNAP-PATH   PIC X(60).
       01  WS-NEW-SNAP-PATH    PIC X(60).
       01  WS-REPORT-PATH      PIC X(60).
       01  WS-SplType          PIC X(12) VALUE "ACCTMOVE".
       01  WS-AdminId          PIC 9(5) VALUE 0.
       01  eof                 PIC X VALUE 'N'.
       01  WS-FX-RATE          PIC 9(6)V9(4).
       01  WS-CCY              PIC X(3).

      *>match keys - 999999 once a side is exhausted
       01  WS-CUR-KEY          PIC 9(6).
       01  WS-PREV-KEY         PIC 9(6).
       01  WS-CUR-MMK          PIC S9(12)V99.

      *>accounts escheated this month, by UID
       01  WS-ESC-TABLE.
           05  WS-ESC-UID      PIC 9(5) OCCURS 500 TIMES.
       01  WS-ESC-USED         PIC 9(3) VALUE 0.
       01  WS-EX               PIC 9(3).
       01  WS-ESCHEATED-NOW    PIC X.

      *>one cell per branch and product, in the order first met
       01  WS-CELL-TABLE.
           05  WS-CELL OCCURS 200 TIMES.
               10  WS-C-Branch     PIC X(3).
               10  WS-C-ProdType   PIC X(2).
               10  WS-C-Opening    PIC 9(7).
               10  WS-C-New        PIC 9(7).
               10  WS-C-Closed     PIC 9(7).
               10  WS-C-Dormant    PIC 9(7).
               10  WS-C-Reactiv    PIC 9(7).
               10  WS-C-Deceased   PIC 9(7).
               10  WS-C-Escheated  PIC 9(7).
               10  WS-C-Closing    PIC 9(7).
               10  WS-C-OpenBal    PIC 9(14)V99.
               10  WS-C-CloseBal   PIC 9(14)V99.
       01  WS-CELLS-USED       PIC 9(3) VALUE 0.
       01  WS-CX               PIC 9(3).
       01  WS-FIND-BRANCH      PIC X(3).
       01  WS-FIND-PROD        PIC X(2).

      *>bank-wide totals
       01  WS-TOTALS.
           05  WS-T-Opening    PIC 9(7) VALUE 0.
           05  WS-T-New        PIC 9(7) VALUE 0.
           05  WS-T-Closed     PIC 9(7) VALUE 0.
           05  WS-T-Dormant    PIC 9(7) VALUE 0.
           05  WS-T-Reactiv    PIC 9(7) VALUE 0.
           05  WS-T-Deceased   PIC 9(7) VALUE 0.
           05  WS-T-Escheated  PIC 9(7) VALUE 0.
           05  WS-T-Closing    PIC 9(7) VALUE 0.
           05  WS-T-OpenBal    PIC 9(14)V99 VALUE 0.
           05  WS-T-CloseBal   PIC 9(14)V99 VALUE 0.
       01  WS-FILE-OPEN        PIC 9(7) VALUE 0.
       01  WS-FILE-CLOSED      PIC 9(7) VALUE 0.
       01  WS-EXPECTED         PIC S9(8).

       01  WS-DSP-OPEN-BAL     PIC Z(13)9.99.
       01  WS-DSP-CLOSE-BAL    PIC Z(13)9.99.
       01  WS-DSP-N1           PIC Z(6)9.
       01  WS-DSP-N2           PIC Z(6)9.
       01  WS-DSP-N3           PIC Z(6)9.
       01  WS-DSP-N4           PIC Z(6)9.
       01  WS-DSP-N5           PIC Z(6)9.
       01  WS-DSP-N6           PIC Z(6)9.
       01  WS-DSP-N7           PIC Z(6)9.
       01  WS-DSP-N8           PIC Z(6)9.
       01  WS-DSP-EXP          PIC -Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
      *>the date roll adds one calendar day - tonight closes the
      *>month when tomorrow starts another
           COMPUTE WS-TOMORROW = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) + 1)
           IF WS-TOMORROW(1:6) = WS-BUS-DATE(1:6)
               DISPLAY "Account movement - not month end, nothing "
                   "to report."
               GOBACK
           END-IF
           MOVE WS-BUS-DATE(1:6) TO WS-PERIOD
           PERFORM CHECK-PERIOD-RUN
           IF WS-ALREADY-RUN = 'Y'
               DISPLAY "Account movement - already reported for "
                   WS-PERIOD "."
               GOBACK
           END-IF

           MOVE WS-PERIOD TO WS-PREV-PERIOD
           IF WS-PP-MM = 1
               MOVE 12 TO WS-PP-MM
               SUBTRACT 1 FROM WS-PP-YYYY
           ELSE
               SUBTRACT 1 FROM WS-PP-MM
           END-IF
           MOVE SPACES TO WS-PREV-SNAP-PATH
           STRING "../../../data/AcctSnapshot_" WS-PREV-PERIOD ".dat"
               DELIMITED BY SIZE INTO WS-PREV-SNAP-PATH
           MOVE SPACES TO WS-NEW-SNAP-PATH
           STRING "../../../data/AcctSnapshot_" WS-PERIOD ".dat"
               DELIMITED BY SIZE INTO WS-NEW-SNAP-PATH

           OPEN INPUT userfile
           IF WS-FS NOT = "00"
               DISPLAY "FILE ERROR OPENING USER ACCOUNTS"
               GOBACK
           END-IF
           PERFORM LOAD-ESCHEATED
           OPEN INPUT PrevSnap
           IF WS-PSN-FS = "00"
               MOVE 'Y' TO WS-HAVE-PREV
           END-IF
           OPEN OUTPUT NewSnap

           PERFORM READ-CURRENT
           PERFORM READ-PREVIOUS
           PERFORM UNTIL WS-CUR-KEY = 999999
                   AND WS-PREV-KEY = 999999
               EVALUATE TRUE
                   WHEN WS-CUR-KEY < WS-PREV-KEY
                       PERFORM TAKE-NEW-ACCOUNT
                       PERFORM READ-CURRENT
                   WHEN WS-CUR-KEY > WS-PREV-KEY
                       PERFORM TAKE-VANISHED-ACCOUNT
                       PERFORM READ-PREVIOUS
                   WHEN OTHER
                       PERFORM TAKE-MATCHED-ACCOUNT
                       PERFORM READ-CURRENT
                       PERFORM READ-PREVIOUS
               END-EVALUATE
           END-PERFORM
           CLOSE NewSnap
           IF WS-HAVE-PREV = 'Y'
               CLOSE PrevSnap
           END-IF
           CLOSE userfile

           PERFORM WRITE-REPORT
           PERFORM MARK-PERIOD-RUN
           DISPLAY "Account movement - " WS-PERIOD " reported for "
               WS-CELLS-USED " branch/product line(s)."
           GOBACK
           .

       CHECK-PERIOD-RUN.
           OPEN INPUT RunFile
           IF WS-RUN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO eof
           PERFORM UNTIL eof = 'Y'
               READ RunFile
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       IF RunLine = WS-PERIOD
                           MOVE 'Y' TO WS-ALREADY-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RunFile
           .

       MARK-PERIOD-RUN.
           OPEN EXTEND RunFile
           IF WS-RUN-FS NOT = "00"
               CLOSE RunFile
               OPEN OUTPUT RunFile
           END-IF
           MOVE WS-PERIOD TO RunLine
           WRITE RunLine
           CLOSE RunFile
           .

      *>an escheated account closes the same night, so its closure
      *>is counted as an escheatment instead
       LOAD-ESCHEATED.
           OPEN INPUT EscFile
           IF WS-ESC-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO eof
           PERFORM UNTIL eof = 'Y'
               READ EscFile NEXT
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       IF ESC-EscheatDate(1:6) = WS-PERIOD
                           AND WS-ESC-USED < 500
                           ADD 1 TO WS-ESC-USED
                           MOVE ESC-UID TO WS-ESC-UID(WS-ESC-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EscFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Both sides run in UID order: the account file on its key,
      *>the saved position because it was written that way.
       READ-CURRENT.
           READ userfile NEXT
               AT END
                   MOVE 999999 TO WS-CUR-KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE UID TO WS-CUR-KEY
           MOVE 0 TO WS-CUR-MMK
           IF Balance > 0 AND NOT ACCT-CLOSED
               MOVE Balance TO WS-CUR-MMK
               MOVE UCurrency TO WS-CCY
               IF WS-CCY NOT = "MMK" AND WS-CCY NOT = SPACES
                   CALL '../../Utility Functions/bin/loadFxRate'
                       USING BY REFERENCE WS-CCY, WS-FX-RATE,
                       WS-FX-STATUS
                   IF WS-FX-STATUS = "00"
                       COMPUTE WS-CUR-MMK ROUNDED =
                           Balance * WS-FX-RATE
                   END-IF
               END-IF
           END-IF
           MOVE UID TO NS-UID
           MOVE UBranch TO NS-Branch
           MOVE UProdType TO NS-ProdType
           MOVE UStatus TO NS-Status
           MOVE WS-CUR-MMK TO NS-Balance
           WRITE NewSnapLine
           IF ACCT-CLOSED
               ADD 1 TO WS-FILE-CLOSED
           ELSE
               ADD 1 TO WS-FILE-OPEN
           END-IF
           .

       READ-PREVIOUS.
           IF WS-HAVE-PREV NOT = 'Y'
               MOVE 999999 TO WS-PREV-KEY
               EXIT PARAGRAPH
           END-IF
           READ PrevSnap
               AT END
                   MOVE 999999 TO WS-PREV-KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE PS-UID TO WS-PREV-KEY
           .

      *>opened this month - and perhaps closed again before its end
       TAKE-NEW-ACCOUNT.
           PERFORM FIND-CURRENT-CELL
           IF WS-HAVE-PREV = 'Y'
               ADD 1 TO WS-C-New(WS-CX)
               IF ACCT-CLOSED
                   PERFORM COUNT-CLOSURE
               END-IF
               IF ACCT-DORMANT
                   ADD 1 TO WS-C-Dormant(WS-CX)
               END-IF
               IF ACCT-DECEASED
                   ADD 1 TO WS-C-Deceased(WS-CX)
               END-IF
           END-IF
           PERFORM COUNT-CLOSING
           .

      *>in last month's position but no longer on file - gone from
      *>its old branch and product like a closure
       TAKE-VANISHED-ACCOUNT.
           IF PS-Status = "C"
               EXIT PARAGRAPH
           END-IF
           MOVE PS-Branch TO WS-FIND-BRANCH
           MOVE PS-ProdType TO WS-FIND-PROD
           PERFORM FIND-CELL
           PERFORM COUNT-OPENING
           ADD 1 TO WS-C-Closed(WS-CX)
           .

      *>the opening side goes to the cell the account stood in last
      *>month, the movement and closing side to the one it is in now
       TAKE-MATCHED-ACCOUNT.
           IF PS-Status NOT = "C"
               MOVE PS-Branch TO WS-FIND-BRANCH
               MOVE PS-ProdType TO WS-FIND-PROD
               PERFORM FIND-CELL
               PERFORM COUNT-OPENING
           END-IF
           PERFORM FIND-CURRENT-CELL
           IF PS-Status = "C"
               IF NOT ACCT-CLOSED
                   ADD 1 TO WS-C-New(WS-CX)
               END-IF
           ELSE
               IF ACCT-CLOSED
                   PERFORM COUNT-CLOSURE
               END-IF
           END-IF
           IF ACCT-DORMANT AND PS-Status NOT = "D"
               ADD 1 TO WS-C-Dormant(WS-CX)
           END-IF
           IF PS-Status = "D" AND NOT ACCT-DORMANT
               AND NOT ACCT-CLOSED AND NOT ACCT-DECEASED
               ADD 1 TO WS-C-Reactiv(WS-CX)
           END-IF
           IF ACCT-DECEASED AND PS-Status NOT = "X"
               ADD 1 TO WS-C-Deceased(WS-CX)
           END-IF
           PERFORM COUNT-CLOSING
           .

       COUNT-OPENING.
           ADD 1 TO WS-C-Opening(WS-CX)
           IF PS-Balance > 0
               ADD PS-Balance TO WS-C-OpenBal(WS-CX)
           END-IF
           .

       COUNT-CLOSURE.
           MOVE 'N' TO WS-ESCHEATED-NOW
           PERFORM VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > WS-ESC-USED
               IF WS-ESC-UID(WS-EX) = UID
                   MOVE 'Y' TO WS-ESCHEATED-NOW
               END-IF
           END-PERFORM
           IF WS-ESCHEATED-NOW = 'Y'
               ADD 1 TO WS-C-Escheated(WS-CX)
           ELSE
               ADD 1 TO WS-C-Closed(WS-CX)
           END-IF
           .

       COUNT-CLOSING.
           IF NOT ACCT-CLOSED
               ADD 1 TO WS-C-Closing(WS-CX)
               ADD WS-CUR-MMK TO WS-C-CloseBal(WS-CX)
           END-IF
           .

       FIND-CURRENT-CELL.
           MOVE UBranch TO WS-FIND-BRANCH
           MOVE UProdType TO WS-FIND-PROD
           PERFORM FIND-CELL
           .

      *>the last cell takes any overflow past the table
       FIND-CELL.
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CELLS-USED
               IF WS-C-Branch(WS-CX) = WS-FIND-BRANCH
                   AND WS-C-ProdType(WS-CX) = WS-FIND-PROD
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CELLS-USED >= 200
               MOVE 200 TO WS-CX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CELLS-USED
           MOVE WS-CELLS-USED TO WS-CX
           INITIALIZE WS-CELL(WS-CX)
           MOVE WS-FIND-BRANCH TO WS-C-Branch(WS-CX)
           MOVE WS-FIND-PROD TO WS-C-ProdType(WS-CX)
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
       WRITE-REPORT.
           MOVE SPACES TO WS-REPORT-PATH
           STRING "../../../data/AcctMovement_" WS-PERIOD ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-PATH
           OPEN OUTPUT ReportOut
           MOVE SPACES TO ReportLine
           STRING "Account Movement by Branch and Product - "
               WS-PERIOD DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           IF WS-HAVE-PREV NOT = 'Y'
               MOVE SPACES TO ReportLine
               STRING "No position saved for " WS-PREV-PERIOD
                   " - this month's closing position is laid down "
                   "as the base; movement is reported from next "
                   "month." DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
           END-IF
           MOVE ALL "=" TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "Br  Pd  Opening     New  Closed Dormant  React. "
               "Deceased Escheat Closing     Opening balance"
               "     Closing balance"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CELLS-USED
               PERFORM WRITE-CELL-LINE
               ADD WS-C-Opening(WS-CX) TO WS-T-Opening
               ADD WS-C-New(WS-CX) TO WS-T-New
               ADD WS-C-Closed(WS-CX) TO WS-T-Closed
               ADD WS-C-Dormant(WS-CX) TO WS-T-Dormant
               ADD WS-C-Reactiv(WS-CX) TO WS-T-Reactiv
               ADD WS-C-Deceased(WS-CX) TO WS-T-Deceased
               ADD WS-C-Escheated(WS-CX) TO WS-T-Escheated
               ADD WS-C-Closing(WS-CX) TO WS-T-Closing
               ADD WS-C-OpenBal(WS-CX) TO WS-T-OpenBal
               ADD WS-C-CloseBal(WS-CX) TO WS-T-CloseBal
           END-PERFORM
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine
           PERFORM WRITE-BANK-PAGE
           CLOSE ReportOut
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               WS-AdminId, WS-REPORT-PATH
           .

       WRITE-CELL-LINE.
           MOVE WS-C-Opening(WS-CX) TO WS-DSP-N1
           MOVE WS-C-New(WS-CX) TO WS-DSP-N2
           MOVE WS-C-Closed(WS-CX) TO WS-DSP-N3
           MOVE WS-C-Dormant(WS-CX) TO WS-DSP-N4
           MOVE WS-C-Reactiv(WS-CX) TO WS-DSP-N5
           MOVE WS-C-Deceased(WS-CX) TO WS-DSP-N6
           MOVE WS-C-Escheated(WS-CX) TO WS-DSP-N7
           MOVE WS-C-Closing(WS-CX) TO WS-DSP-N8
           MOVE WS-C-OpenBal(WS-CX) TO WS-DSP-OPEN-BAL
           MOVE WS-C-CloseBal(WS-CX) TO WS-DSP-CLOSE-BAL
           MOVE SPACES TO ReportLine
           STRING WS-C-Branch(WS-CX) " " WS-C-ProdType(WS-CX) "  "
               WS-DSP-N1 " " WS-DSP-N2 " " WS-DSP-N3 " " WS-DSP-N4
               " " WS-DSP-N5 "  " WS-DSP-N6 " " WS-DSP-N7 " "
               WS-DSP-N8 " " WS-DSP-OPEN-BAL " " WS-DSP-CLOSE-BAL
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           .

      *>opening plus new less closed and escheated must come to the
      *>closing count, and the closing count to the accounts on file
      *>not closed - dormant and deceased accounts are still open
       WRITE-BANK-PAGE.
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "BANK-WIDE TOTAL - " WS-PERIOD
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ALL "=" TO ReportLine
           WRITE ReportLine
           MOVE WS-T-Opening TO WS-DSP-N1
           MOVE SPACES TO ReportLine
           STRING "Accounts open at start of month   : " WS-DSP-N1
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-T-New TO WS-DSP-N1
           MOVE SPACES TO ReportLine
           STRING "  add new accounts                : " WS-DSP-N1
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-T-Closed TO WS-DSP-N1
           MOVE SPACES TO ReportLine
           STRING "  less closures                   : " WS-DSP-N1
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-T-Escheated TO WS-DSP-N1
           MOVE SPACES TO ReportLine
           STRING "  less escheated                  : " WS-DSP-N1
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           COMPUTE WS-EXPECTED = WS-T-Opening + WS-T-New
               - WS-T-Closed - WS-T-Escheated
           MOVE WS-EXPECTED TO WS-DSP-EXP
           MOVE SPACES TO ReportLine
           STRING "Accounts open at end of month     : " WS-DSP-EXP
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-T-Closing TO WS-DSP-N1
           MOVE SPACES TO ReportLine
           STRING "Closing count by branch/product   : " WS-DSP-N1
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-FILE-OPEN TO WS-DSP-N1
           MOVE WS-FILE-CLOSED TO WS-DSP-N2
           MOVE SPACES TO ReportLine
           STRING "UserAccounts.dat - not closed     : " WS-DSP-N1
               "   (closed " WS-DSP-N2 ")"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           IF WS-HAVE-PREV NOT = 'Y'
               STRING "Reconciliation   : base month, not proved"
                   DELIMITED BY SIZE INTO ReportLine
           ELSE
               IF WS-EXPECTED = WS-T-Closing
                   AND WS-T-Closing = WS-FILE-OPEN
                   STRING "Reconciliation   : AGREES"
                       DELIMITED BY SIZE INTO ReportLine
               ELSE
                   STRING "Reconciliation   : DOES NOT AGREE - "
                       "check the account file against last month's "
                       "position" DELIMITED BY SIZE INTO ReportLine
               END-IF
           END-IF
           WRITE ReportLine
           MOVE WS-T-Dormant TO WS-DSP-N1
           MOVE WS-T-Reactiv TO WS-DSP-N2
           MOVE WS-T-Deceased TO WS-DSP-N3
           MOVE SPACES TO ReportLine
           STRING "Gone dormant " WS-DSP-N1 "   reactivated " WS-DSP-N2
               "   deceased reported " WS-DSP-N3
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-T-OpenBal TO WS-DSP-OPEN-BAL
           MOVE WS-T-CloseBal TO WS-DSP-CLOSE-BAL
           MOVE SPACES TO ReportLine
           STRING "Deposit balances - start " WS-DSP-OPEN-BAL
               "   end " WS-DSP-CLOSE-BAL
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           .

       END PROGRAM acctMovement.
