      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Monthly large depositor and borrower concentration
      *          report for the board risk committee. Every customer
      *          is taken by NRC across all their accounts: deposits
      *          are the credit balances in UserAccounts.dat plus the
      *          open fixed deposits in FixedDeposits.dat (principal
      *          and interest accrued), borrowings the principal
      *          still owed on open loans in Loans.dat plus any
      *          overdrawn balance, all in MMK at today's rate. The
      *          20 largest of each are listed with their share of
      *          the bank's total deposits or loans, and any whose
      *          exposure is above the single-obligor limit - SOLIMPCT
      *          percent (data/TrxLimits.dat, default 20) of capital,
      *          the credit balance of the equity accounts in the GL
      *          (type Q in data/GLChart.dat, from GLBalances.dat) -
      *          is flagged. Names come from Customers.dat. Written
      *          to data/Concentration_<YYYYMM>.txt, spool CONCENTR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. concentrationReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT userfile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-FS.

           SELECT FDFile ASSIGN TO '../../../data/FixedDeposits.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXD-ID
               FILE STATUS IS WS-FD-FS.

           SELECT LoanFile ASSIGN TO '../../../data/Loans.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ID
               FILE STATUS IS WS-LN-FS.

           SELECT CustomerFile ASSIGN TO '../../../data/Customers.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NRC
               FILE STATUS IS WS-CUST-FS.

           SELECT chartfile ASSIGN TO "../../../data/GLChart.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-FS.

           SELECT GLBalFile ASSIGN TO "../../../data/GLBalances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-Acct
               FILE STATUS IS WS-GLB-FS.

           SELECT paramfile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FS.

           SELECT ExposureSeq ASSIGN TO '../../../data/Concentr.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-FS.

           SELECT ExposureSorted
               ASSIGN TO '../../../data/ConcentrSrt.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-FS.

           SELECT WORK ASSIGN TO 'CNWRK.DAT'.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  userfile.
       01  userdata.
           COPY "../../Utility Functions/userFile.cpy".

       FD  FDFile.
       01  FDRecord.
           COPY "../../Utility Functions/fixedDepositFile.cpy".

       FD  LoanFile.
       01  LoanRecord.
           COPY "../../Utility Functions/loanFile.cpy".

       FD  CustomerFile.
       01  CustomerRecord.
           COPY "../../Utility Functions/customerFile.cpy".

       FD  chartfile.
       01  chartrec.
           05  COA-Acct        PIC 9(8).
           05  COA-Name        PIC X(24).
           05  COA-Type        PIC X.

       FD  GLBalFile.
       01  GLBalRecord.
           COPY "../../Utility Functions/glBalanceFile.cpy".

       FD  paramfile.
       01  paramrec.
           05  param-label     PIC X(8).
           05  param-value     PIC 9(10)V99.

      *>one deposit (D) or borrowing (L) of one customer
       FD  ExposureSeq.
       01  ExposureLine.
           05  EX-NRC          PIC X(30).
           05  EX-Side         PIC X.
           05  EX-Name         PIC X(20).
           05  EX-Amount       PIC 9(12)V99.

       FD  ExposureSorted.
       01  ExposureSortedLine.
           05  EO-NRC          PIC X(30).
           05  EO-Side         PIC X.
           05  EO-Name         PIC X(20).
           05  EO-Amount       PIC 9(12)V99.

       SD  WORK.
       01  WorkRecord.
           05  W-NRC           PIC X(30).
           05  W-Side          PIC X.
           05  W-Name          PIC X(20).
           05  W-Amount        PIC 9(12)V99.

       FD  ReportOut.
       01  ReportLine          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
       01  WS-FD-FS            PIC XX.
       01  WS-LN-FS            PIC XX.
       01  WS-CUST-FS          PIC XX.
       01  WS-COA-FS           PIC XX.
       01  WS-GLB-FS           PIC XX.
       01  WS-PRM-FS           PIC XX.
       01  WS-EX-FS            PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-FX-STATUS        PIC XX.
       01  ws-eof              PIC X.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-PERIOD           PIC 9(6).
       01  WS-REPORT-PATH      PIC X(60).
       01  WS-SplType          PIC X(12) VALUE "CONCENTR".
       01  WS-LIMIT-PCT        PIC 9(10)V99 VALUE 20.
       01  WS-CAPITAL          PIC S9(14)V99 VALUE 0.
       01  WS-LIMIT-AMT        PIC 9(14)V99 VALUE 0.
       01  WS-FX-RATE          PIC 9(6)V9(4).

      *>one balance being written out as an exposure row
       01  WS-SRC-AMT          PIC 9(12)V99.
       01  WS-SRC-CCY          PIC X(3).

      *>the customer being totalled on the control break
       01  WS-CUR-NRC          PIC X(30).
       01  WS-CUR-NAME         PIC X(20).
       01  WS-CUR-DEP          PIC 9(13)V99.
       01  WS-CUR-LOAN         PIC 9(13)V99.
       01  WS-TOT-DEP          PIC 9(14)V99 VALUE 0.
       01  WS-TOT-LOAN         PIC 9(14)V99 VALUE 0.
       01  WS-DEPOSITORS       PIC 9(7) VALUE 0.
       01  WS-BORROWERS        PIC 9(7) VALUE 0.

      *>the twenty largest of each, largest first
       01  WS-TOP-DEP-TABLE.
           05  WS-TD-ENTRY OCCURS 20 TIMES.
               10  WS-TD-NRC       PIC X(30).
               10  WS-TD-NAME      PIC X(20).
               10  WS-TD-AMT       PIC 9(13)V99.
       01  WS-TD-USED          PIC 99 VALUE 0.
       01  WS-TOP-LOAN-TABLE.
           05  WS-TL-ENTRY OCCURS 20 TIMES.
               10  WS-TL-NRC       PIC X(30).
               10  WS-TL-NAME      PIC X(20).
               10  WS-TL-AMT       PIC 9(13)V99.
       01  WS-TL-USED          PIC 99 VALUE 0.
       01  WS-IX               PIC 99.
       01  WS-JX               PIC 99.
       01  WS-POS              PIC 99.

       01  WS-SHARE            PIC 9(3)V99.
       01  WS-CAP-PCT          PIC 9(5)V99.
       01  WS-FLAG             PIC X(10).
       01  WS-OVER-COUNT       PIC 9(3).
       01  WS-DSP-AMT          PIC Z(12)9.99.
       01  WS-DSP-CAP          PIC -Z(12)9.99.
       01  WS-DSP-SHARE        PIC ZZ9.99.
       01  WS-DSP-CAPPCT       PIC ZZZZ9.99.
       01  WS-DSP-RANK         PIC Z9.
       01  ws-logAction        PIC X(10) VALUE "CONCENTR".
       01  ws-logAcct          PIC X(30).

       COPY "../../Utility Functions/colorCodes.cpy".

       LINKAGE SECTION.
       01  LS-AdminId          PIC 9(5).

       PROCEDURE DIVISION USING LS-AdminId.
       MAIN-PROGRAM.
      *>a second report in the same session starts from nothing
           MOVE 0 TO WS-TD-USED WS-TL-USED WS-DEPOSITORS WS-BORROWERS
           MOVE 0 TO WS-TOT-DEP WS-TOT-LOAN WS-CAPITAL WS-LIMIT-AMT
           INITIALIZE WS-TOP-DEP-TABLE WS-TOP-LOAN-TABLE
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           MOVE WS-BUS-DATE(1:6) TO WS-PERIOD
           PERFORM LOAD-LIMIT-PCT
           PERFORM LOAD-CAPITAL
           IF WS-CAPITAL > 0
               COMPUTE WS-LIMIT-AMT ROUNDED =
                   WS-CAPITAL * WS-LIMIT-PCT / 100
           END-IF
           DISPLAY "==============================================="
           DISPLAY "=======  Concentration Report " WS-PERIOD
               "  ========"
           DISPLAY "==============================================="

           OPEN OUTPUT ExposureSeq
           PERFORM LAY-OUT-ACCOUNTS
           PERFORM LAY-OUT-FIXED-DEPOSITS
           PERFORM LAY-OUT-LOANS
           CLOSE ExposureSeq

           SORT WORK
               ON ASCENDING KEY W-NRC
               USING ExposureSeq GIVING ExposureSorted

           PERFORM RANK-CUSTOMERS
           PERFORM WRITE-REPORT
           MOVE SPACES TO ws-logAcct
           STRING "Report " WS-PERIOD DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY esc greenx "Concentration report written - "
               WS-DEPOSITORS " depositor(s), " WS-BORROWERS
               " borrower(s)." esc resetx
           DISPLAY "  " FUNCTION TRIM(WS-REPORT-PATH)
           GOBACK
           .

       LOAD-LIMIT-PCT.
           OPEN INPUT paramfile
           IF WS-PRM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ paramfile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF param-label = "SOLIMPCT"
                           MOVE param-value TO WS-LIMIT-PCT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE paramfile
           .

      *>capital is the net credit on every equity account in the
      *>chart; an account never posted to adds nothing
       LOAD-CAPITAL.
           OPEN INPUT chartfile
           IF WS-COA-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GLBalFile
           IF WS-GLB-FS NOT = "00"
               CLOSE chartfile
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ chartfile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF COA-Type = "Q"
                           MOVE COA-Acct TO GLB-Acct
                           READ GLBalFile
                               NOT INVALID KEY
                                   COMPUTE WS-CAPITAL = WS-CAPITAL
                                       + GLB-Credits - GLB-Debits
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLBalFile
           CLOSE chartfile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>A credit balance is a deposit, a debit balance an overdraft
      *>lent to the holder. Closed accounts carry nothing.
       LAY-OUT-ACCOUNTS.
           MOVE 'N' TO ws-eof
           OPEN INPUT userfile
           IF WS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ userfile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF NOT ACCT-CLOSED AND Balance NOT = 0
                           IF Balance > 0
                               MOVE "D" TO EX-Side
                               MOVE Balance TO WS-SRC-AMT
                           ELSE
                               MOVE "L" TO EX-Side
                               COMPUTE WS-SRC-AMT = 0 - Balance
                           END-IF
                           PERFORM WRITE-EXPOSURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE userfile
           .

       LAY-OUT-FIXED-DEPOSITS.
           MOVE 'N' TO ws-eof
           OPEN INPUT FDFile
           IF WS-FD-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT userfile
           PERFORM UNTIL ws-eof = 'Y'
               READ FDFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF FXD-OPEN
                           MOVE FXD-UID TO UID
                           READ userfile KEY IS UID
                               NOT INVALID KEY
                                   MOVE "D" TO EX-Side
                                   COMPUTE WS-SRC-AMT = FXD-Principal
                                       + FXD-AccruedInt
                                   PERFORM WRITE-EXPOSURE
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE userfile
           CLOSE FDFile
           .

      *>a row booked before the principal was kept apart is taken
      *>at its whole outstanding
       LAY-OUT-LOANS.
           MOVE 'N' TO ws-eof
           OPEN INPUT LoanFile
           IF WS-LN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT userfile
           PERFORM UNTIL ws-eof = 'Y'
               READ LoanFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF LN-OPEN
                           MOVE LN-UID TO UID
                           READ userfile KEY IS UID
                               NOT INVALID KEY
                                   MOVE "L" TO EX-Side
                                   IF LN-PrinOutstanding > 0
                                       MOVE LN-PrinOutstanding
                                           TO WS-SRC-AMT
                                   ELSE
                                       MOVE LN-Outstanding
                                           TO WS-SRC-AMT
                                   END-IF
                                   PERFORM WRITE-EXPOSURE
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE userfile
           CLOSE LoanFile
           .

      *>the holder in userdata, the side in EX-Side; to MMK first
       WRITE-EXPOSURE.
           IF WS-SRC-AMT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE UCurrency TO WS-SRC-CCY
           IF WS-SRC-CCY NOT = "MMK" AND WS-SRC-CCY NOT = SPACES
               CALL '../../Utility Functions/bin/loadFxRate'
                   USING BY REFERENCE WS-SRC-CCY, WS-FX-RATE,
                   WS-FX-STATUS
               IF WS-FX-STATUS = "00"
                   COMPUTE WS-SRC-AMT ROUNDED =
                       WS-SRC-AMT * WS-FX-RATE
               END-IF
           END-IF
           MOVE UNrc TO EX-NRC
           MOVE UName TO EX-Name
           MOVE WS-SRC-AMT TO EX-Amount
           WRITE ExposureLine
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Exposures sorted by NRC, totalled per customer on each
      *>change of NRC and offered to the two top-20 tables.
       RANK-CUSTOMERS.
           MOVE SPACES TO WS-CUR-NRC
           MOVE 'N' TO ws-eof
           OPEN INPUT ExposureSorted
           PERFORM UNTIL ws-eof = 'Y'
               READ ExposureSorted
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF EO-NRC NOT = WS-CUR-NRC
                           IF WS-CUR-NRC NOT = SPACES
                               PERFORM CLOSE-CUSTOMER
                           END-IF
                           MOVE EO-NRC TO WS-CUR-NRC
                           MOVE EO-Name TO WS-CUR-NAME
                           MOVE 0 TO WS-CUR-DEP
                           MOVE 0 TO WS-CUR-LOAN
                       END-IF
                       IF EO-Side = "D"
                           ADD EO-Amount TO WS-CUR-DEP
                       ELSE
                           ADD EO-Amount TO WS-CUR-LOAN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CUR-NRC NOT = SPACES
               PERFORM CLOSE-CUSTOMER
           END-IF
           CLOSE ExposureSorted
           .

       CLOSE-CUSTOMER.
           IF WS-CUR-DEP > 0
               ADD 1 TO WS-DEPOSITORS
               ADD WS-CUR-DEP TO WS-TOT-DEP
               PERFORM OFFER-TOP-DEPOSITOR
           END-IF
           IF WS-CUR-LOAN > 0
               ADD 1 TO WS-BORROWERS
               ADD WS-CUR-LOAN TO WS-TOT-LOAN
               PERFORM OFFER-TOP-BORROWER
           END-IF
           .

      *>find the first entry it beats, move the rest down one (the
      *>twentieth falls off) and put it there
       OFFER-TOP-DEPOSITOR.
           MOVE 0 TO WS-POS
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-TD-USED OR WS-POS > 0
               IF WS-CUR-DEP > WS-TD-AMT(WS-IX)
                   MOVE WS-IX TO WS-POS
               END-IF
           END-PERFORM
           IF WS-POS = 0
               IF WS-TD-USED >= 20
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-POS = WS-TD-USED + 1
           END-IF
           IF WS-TD-USED < 20
               ADD 1 TO WS-TD-USED
           END-IF
           PERFORM VARYING WS-IX FROM WS-TD-USED BY -1
                   UNTIL WS-IX <= WS-POS
               COMPUTE WS-JX = WS-IX - 1
               MOVE WS-TD-ENTRY(WS-JX) TO WS-TD-ENTRY(WS-IX)
           END-PERFORM
           MOVE WS-CUR-NRC TO WS-TD-NRC(WS-POS)
           MOVE WS-CUR-NAME TO WS-TD-NAME(WS-POS)
           MOVE WS-CUR-DEP TO WS-TD-AMT(WS-POS)
           .

       OFFER-TOP-BORROWER.
           MOVE 0 TO WS-POS
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-TL-USED OR WS-POS > 0
               IF WS-CUR-LOAN > WS-TL-AMT(WS-IX)
                   MOVE WS-IX TO WS-POS
               END-IF
           END-PERFORM
           IF WS-POS = 0
               IF WS-TL-USED >= 20
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-POS = WS-TL-USED + 1
           END-IF
           IF WS-TL-USED < 20
               ADD 1 TO WS-TL-USED
           END-IF
           PERFORM VARYING WS-IX FROM WS-TL-USED BY -1
                   UNTIL WS-IX <= WS-POS
               COMPUTE WS-JX = WS-IX - 1
               MOVE WS-TL-ENTRY(WS-JX) TO WS-TL-ENTRY(WS-IX)
           END-PERFORM
           MOVE WS-CUR-NRC TO WS-TL-NRC(WS-POS)
           MOVE WS-CUR-NAME TO WS-TL-NAME(WS-POS)
           MOVE WS-CUR-LOAN TO WS-TL-AMT(WS-POS)
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
       WRITE-REPORT.
           MOVE SPACES TO WS-REPORT-PATH
           STRING "../../../data/Concentration_" WS-PERIOD ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-PATH
           OPEN OUTPUT ReportOut
           MOVE SPACES TO ReportLine
           STRING "Large Depositor and Borrower Concentration - "
               WS-PERIOD " as at " WS-BUS-DATE
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ALL "=" TO ReportLine
           WRITE ReportLine
           MOVE WS-CAPITAL TO WS-DSP-CAP
           MOVE SPACES TO ReportLine
           STRING "Capital (GL equity accounts)     : " WS-DSP-CAP
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-LIMIT-PCT TO WS-DSP-SHARE
           MOVE WS-LIMIT-AMT TO WS-DSP-AMT
           MOVE SPACES TO ReportLine
           IF WS-CAPITAL > 0
               STRING "Single-obligor limit  " WS-DSP-SHARE
                   "% of capital: " WS-DSP-AMT
                   DELIMITED BY SIZE INTO ReportLine
           ELSE
               STRING "Single-obligor limit - no positive capital "
                   "in the GL, nothing can be flagged"
                   DELIMITED BY SIZE INTO ReportLine
           END-IF
           WRITE ReportLine

           OPEN INPUT CustomerFile
           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE WS-TOT-DEP TO WS-DSP-AMT
           MOVE SPACES TO ReportLine
           STRING "20 LARGEST DEPOSITORS - total deposits "
               WS-DSP-AMT " from " WS-DEPOSITORS " customer(s)"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           PERFORM WRITE-COLUMN-HEADS
           MOVE 0 TO WS-OVER-COUNT
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-TD-USED
               MOVE WS-TD-NRC(WS-IX) TO WS-CUR-NRC
               MOVE WS-TD-NAME(WS-IX) TO WS-CUR-NAME
               MOVE WS-TD-AMT(WS-IX) TO WS-CUR-DEP
               COMPUTE WS-SHARE ROUNDED =
                   WS-CUR-DEP * 100 / WS-TOT-DEP
               PERFORM WRITE-RANK-LINE
           END-PERFORM
           PERFORM WRITE-OVER-COUNT

           MOVE SPACE TO ReportLine
           WRITE ReportLine
           MOVE WS-TOT-LOAN TO WS-DSP-AMT
           MOVE SPACES TO ReportLine
           STRING "20 LARGEST BORROWERS - total loans "
               WS-DSP-AMT " to " WS-BORROWERS " customer(s)"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           PERFORM WRITE-COLUMN-HEADS
           MOVE 0 TO WS-OVER-COUNT
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-TL-USED
               MOVE WS-TL-NRC(WS-IX) TO WS-CUR-NRC
               MOVE WS-TL-NAME(WS-IX) TO WS-CUR-NAME
               MOVE WS-TL-AMT(WS-IX) TO WS-CUR-DEP
               COMPUTE WS-SHARE ROUNDED =
                   WS-CUR-DEP * 100 / WS-TOT-LOAN
               PERFORM WRITE-RANK-LINE
           END-PERFORM
           PERFORM WRITE-OVER-COUNT
           CLOSE CustomerFile
           CLOSE ReportOut
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               LS-AdminId, WS-REPORT-PATH
           .

       WRITE-COLUMN-HEADS.
           MOVE SPACES TO ReportLine
           STRING "Rk NRC                            Name              "
               "            Amount  Share%  % Cap  Flag"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine
           .

      *>the amount being listed is in WS-CUR-DEP for either side
       WRITE-RANK-LINE.
           IF WS-CUST-FS = "00"
               MOVE WS-CUR-NRC TO CUST-NRC
               READ CustomerFile KEY IS CUST-NRC
                   NOT INVALID KEY
                       MOVE CUST-Name TO WS-CUR-NAME
               END-READ
           END-IF
           MOVE SPACES TO WS-FLAG
           MOVE 0 TO WS-CAP-PCT
           IF WS-CAPITAL > 0
               COMPUTE WS-CAP-PCT ROUNDED =
                   WS-CUR-DEP * 100 / WS-CAPITAL
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-CAP-PCT
               END-COMPUTE
               IF WS-CUR-DEP > WS-LIMIT-AMT
                   MOVE "OVER LIMIT" TO WS-FLAG
                   ADD 1 TO WS-OVER-COUNT
               END-IF
           END-IF
           MOVE WS-IX TO WS-DSP-RANK
           MOVE WS-CUR-DEP TO WS-DSP-AMT
           MOVE WS-SHARE TO WS-DSP-SHARE
           MOVE WS-CAP-PCT TO WS-DSP-CAPPCT
           MOVE SPACES TO ReportLine
           STRING WS-DSP-RANK " " WS-CUR-NRC " " WS-CUR-NAME " "
               WS-DSP-AMT " " WS-DSP-SHARE " " WS-DSP-CAPPCT " "
               WS-FLAG
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           .

       WRITE-OVER-COUNT.
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING WS-OVER-COUNT " above the single-obligor limit."
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           .

       END PROGRAM concentrationReport.
