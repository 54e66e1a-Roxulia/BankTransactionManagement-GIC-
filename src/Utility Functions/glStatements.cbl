      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Month-end financial statements from the general
      *          ledger. Once glPeriodClose has closed a month, the
      *          accounts are grouped by their data/GLChart.dat class
      *          into a balance sheet (A, L, Q - closing balances
      *          from the carried-forward opening balance files) and
      *          an income statement (I, E - the month's journal
      *          movement), each with the prior month and the year
      *          to date beside the current figures. Assets must
      *          equal liabilities plus equity and every account
      *          must be classified in the chart: if not, the
      *          statement is written as a draft only and is not
      *          finalized - the next night's run tries again. A
      *          balanced statement is finalized in
      *          data/GLStatements.dat and registered in the report
      *          spool (type GLSTMT) as data/GLStatements_YYYYMM.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. glStatements.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChartFile ASSIGN TO '../../../data/GLChart.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-FS.

           SELECT JournalIn ASSIGN TO WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FS.

           SELECT OpenBalIn ASSIGN TO WS-OPENBAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBI-FS.

           SELECT StmtRegFile
               ASSIGN TO "../../../data/GLStatements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FS.

           SELECT StmtOut ASSIGN TO WS-STMT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ChartFile.
       01  ChartRec.
           05  COA-Acct        PIC 9(8).
           05  COA-Name        PIC X(24).
           05  COA-Type        PIC X.

       FD  JournalIn.
       01  JournalLine.
           05  JRN-Date        PIC 9(8).
           05  FILLER          PIC X.
           05  JRN-TrxID       PIC X(11).
           05  FILLER          PIC X.
           05  JRN-GLAcct      PIC 9(8).
           05  FILLER          PIC X.
           05  JRN-Side        PIC X.
           05  FILLER          PIC X.
           05  JRN-AmountTxt   PIC X(13).
           05  FILLER          PIC X.
           05  JRN-Branch      PIC X(3).

       FD  OpenBalIn.
       01  OpenBalInRec.
           05  OBI-Acct        PIC 9(8).
           05  OBI-Bal         PIC S9(12)V99 SIGN LEADING SEPARATE.

       FD  StmtRegFile.
       01  StmtRegRec.
           05  REG-Month       PIC 9(6).
           05  REG-Status      PIC X.
           05  REG-Stamp       PIC 9(14).

       FD  StmtOut.
       01  StmtLine            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-COA-FS           PIC XX.
       01  WS-JRN-FS           PIC XX.
       01  WS-OBI-FS           PIC XX.
       01  WS-REG-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-ANSWER           PIC X.
       01  ws-eof              PIC X.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-JOURNAL-PATH     PIC X(60).
       01  WS-OPENBAL-PATH     PIC X(60).
       01  WS-STMT-PATH        PIC X(60).
       01  WS-FINALIZED        PIC X VALUE 'N'.
       01  WS-BALANCED         PIC X VALUE 'Y'.
       01  WS-UNCLASSIFIED     PIC 9(2) VALUE 0.

       01  WS-RPT-MONTH.
           05  WS-RPT-YEAR     PIC 9(4).
           05  WS-RPT-MM       PIC 9(2).
       01  WS-PRV-MONTH.
           05  WS-PRV-YEAR     PIC 9(4).
           05  WS-PRV-MM       PIC 9(2).
       01  WS-NXT-MONTH.
           05  WS-NXT-YEAR     PIC 9(4).
           05  WS-NXT-MM       PIC 9(2).
       01  WS-YR-MONTH.
           05  WS-YR-YEAR      PIC 9(4).
           05  WS-YR-MM        PIC 9(2) VALUE 01.
       01  WS-SCAN-MONTH.
           05  WS-SCAN-YEAR    PIC 9(4).
           05  WS-SCAN-MM      PIC 9(2).
       01  WS-PROBE-DATE       PIC 9(8).
       01  WS-DAY              PIC 9(2).
       01  WS-AMOUNT           PIC S9(12)V99.
      *>which column an opening-balance file feeds (C current
      *>close, P prior close, O year open) or a journal scan feeds
      *>(P prior month, Y year to date and current month)
       01  WS-TARGET           PIC X.

      *>one slot per account, every figure a net debit; the chart is
      *>small - the same fixed-table reasoning as glPeriodClose
       01  WS-GL-TABLE.
           05  WS-GL-ENTRY OCCURS 50 TIMES.
               10  WS-GL-ACCT     PIC 9(8).
               10  WS-GL-NAME     PIC X(24).
               10  WS-GL-CLASS    PIC X.
               10  WS-GL-CLOSE    PIC S9(14)V99.
               10  WS-GL-PRIOR    PIC S9(14)V99.
               10  WS-GL-YROPEN   PIC S9(14)V99.
               10  WS-GL-MOV-CUR  PIC S9(14)V99.
               10  WS-GL-MOV-PRV  PIC S9(14)V99.
               10  WS-GL-MOV-YTD  PIC S9(14)V99.
       01  WS-GL-USED          PIC 9(2) VALUE 0.
       01  WS-IX               PIC 9(2).
       01  WS-FIND-ACCT        PIC 9(8).

       01  WS-WANT-CLASS       PIC X.
       01  WS-CLASS-TITLE      PIC X(30).
       01  WS-SIGN             PIC S9 VALUE 1.
       01  WS-COL-CUR          PIC S9(14)V99.
       01  WS-COL-PRV          PIC S9(14)V99.
       01  WS-COL-YTD          PIC S9(14)V99.
       01  WS-SUB-CUR          PIC S9(14)V99.
       01  WS-SUB-PRV          PIC S9(14)V99.
       01  WS-SUB-YTD          PIC S9(14)V99.
       01  WS-TOT-ASSETS       PIC S9(14)V99 VALUE 0.
       01  WS-TOT-LIAB         PIC S9(14)V99 VALUE 0.
       01  WS-TOT-EQUITY       PIC S9(14)V99 VALUE 0.
       01  WS-TOT-LQ           PIC S9(14)V99.
       01  WS-TOT-INCOME       PIC S9(14)V99 VALUE 0.
       01  WS-TOT-INC-PRV      PIC S9(14)V99 VALUE 0.
       01  WS-TOT-INC-YTD      PIC S9(14)V99 VALUE 0.
       01  WS-TOT-EXPENSE      PIC S9(14)V99 VALUE 0.
       01  WS-TOT-EXP-PRV      PIC S9(14)V99 VALUE 0.
       01  WS-TOT-EXP-YTD      PIC S9(14)V99 VALUE 0.
       01  WS-DIFF             PIC S9(14)V99.
       01  WS-DSP-CUR          PIC -(13)9.99.
       01  WS-DSP-PRV          PIC -(13)9.99.
       01  WS-DSP-YTD          PIC -(13)9.99.
       01  WS-SplType          PIC X(12) VALUE "GLSTMT".
       01  WS-SplAdmin         PIC 9(5) VALUE 0.

       copy 'colorCodes.cpy'.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS

      *>the statement month is the one glPeriodClose closes - the
      *>month before the business date's
           MOVE WS-BUS-DATE(1:4) TO WS-RPT-YEAR
           MOVE WS-BUS-DATE(5:2) TO WS-RPT-MM
           IF WS-RPT-MM = 1
               MOVE 12 TO WS-RPT-MM
               SUBTRACT 1 FROM WS-RPT-YEAR
           ELSE
               SUBTRACT 1 FROM WS-RPT-MM
           END-IF

           MOVE WS-RPT-MONTH TO WS-PROBE-DATE(1:6)
           MOVE 01           TO WS-PROBE-DATE(7:2)
           CALL '../../Utility Functions/bin/isPeriodClosed'
               USING BY REFERENCE WS-PROBE-DATE, WS-ANSWER
           IF WS-ANSWER NOT = "C"
               DISPLAY "GL period " WS-RPT-MONTH
                   " not closed yet - no statements."
               GOBACK
           END-IF

           PERFORM CHECK-ALREADY-FINAL
           IF WS-FINALIZED = 'Y'
               DISPLAY "Financial statements for " WS-RPT-MONTH
                   " already finalized - nothing to do."
               GOBACK
           END-IF

           MOVE WS-RPT-MONTH TO WS-PRV-MONTH
           IF WS-PRV-MM = 1
               MOVE 12 TO WS-PRV-MM
               SUBTRACT 1 FROM WS-PRV-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PRV-MM
           END-IF
           MOVE WS-RPT-MONTH TO WS-NXT-MONTH
           IF WS-NXT-MM = 12
               MOVE 01 TO WS-NXT-MM
               ADD 1 TO WS-NXT-YEAR
           ELSE
               ADD 1 TO WS-NXT-MM
           END-IF
           MOVE WS-RPT-YEAR TO WS-YR-YEAR

           PERFORM LOAD-CHART

      *>balance sheet figures: the close carried into next month,
      *>the close carried into this month, and the year's opening
           MOVE WS-NXT-MONTH TO WS-SCAN-MONTH
           MOVE 'C' TO WS-TARGET
           PERFORM LOAD-OPENING-FILE
           MOVE WS-RPT-MONTH TO WS-SCAN-MONTH
           MOVE 'P' TO WS-TARGET
           PERFORM LOAD-OPENING-FILE
           MOVE WS-YR-MONTH TO WS-SCAN-MONTH
           MOVE 'O' TO WS-TARGET
           PERFORM LOAD-OPENING-FILE

      *>income statement figures: the journals of the prior month,
      *>then of every month of the year up to this one
           MOVE WS-PRV-MONTH TO WS-SCAN-MONTH
           MOVE 'P' TO WS-TARGET
           PERFORM ABSORB-ONE-MONTH
           MOVE WS-YR-MONTH TO WS-SCAN-MONTH
           MOVE 'Y' TO WS-TARGET
           PERFORM UNTIL WS-SCAN-MONTH > WS-RPT-MONTH
               PERFORM ABSORB-ONE-MONTH
               ADD 1 TO WS-SCAN-MM
           END-PERFORM

           PERFORM WRITE-STATEMENTS

           IF WS-BALANCED = 'Y'
               PERFORM MARK-FINALIZED
               CALL '../../Utility Functions/bin/registerSpool'
                   USING BY REFERENCE WS-SplType, WS-BUS-DATE,
                   WS-SplAdmin, WS-STMT-PATH
               DISPLAY esc greenx
               DISPLAY "Financial statements for " WS-RPT-MONTH
                   " finalized and spooled."
               DISPLAY esc resetx
           ELSE
               DISPLAY esc redx
               DISPLAY "Financial statements for " WS-RPT-MONTH
                   " NOT finalized - assets do not equal "
                   "liabilities plus equity, or accounts are "
                   "missing from the chart. Draft left in "
                   FUNCTION TRIM(WS-STMT-PATH)
               DISPLAY esc resetx
           END-IF
           GOBACK
           .

       CHECK-ALREADY-FINAL.
           MOVE 'N' TO WS-FINALIZED
           MOVE 'N' TO ws-eof
           OPEN INPUT StmtRegFile
           IF WS-REG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ StmtRegFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF REG-Month = WS-RPT-MONTH
                           AND REG-Status = "F"
                           MOVE 'Y' TO WS-FINALIZED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StmtRegFile
           .

       LOAD-CHART.
           MOVE 'N' TO ws-eof
           OPEN INPUT ChartFile
           IF WS-COA-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ ChartFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE COA-Acct TO WS-FIND-ACCT
                       PERFORM FIND-GL-SLOT
                       IF WS-IX <= 50
                           MOVE COA-Name TO WS-GL-NAME(WS-IX)
                           MOVE COA-Type TO WS-GL-CLASS(WS-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ChartFile
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>data/GLOpenBal_YYYYMM.dat for WS-SCAN-MONTH into the column
      *>named by WS-TARGET. A month with no file (before the first
      *>close) contributes nothing.
       LOAD-OPENING-FILE.
           MOVE SPACES TO WS-OPENBAL-PATH
           STRING "../../../data/GLOpenBal_" WS-SCAN-MONTH ".dat"
               DELIMITED BY SIZE INTO WS-OPENBAL-PATH
           MOVE 'N' TO ws-eof
           OPEN INPUT OpenBalIn
           IF WS-OBI-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ OpenBalIn
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE OBI-Acct TO WS-FIND-ACCT
                       PERFORM FIND-GL-SLOT
                       IF WS-IX <= 50
                           EVALUATE WS-TARGET
                               WHEN 'C'
                                   ADD OBI-Bal TO WS-GL-CLOSE(WS-IX)
                               WHEN 'P'
                                   ADD OBI-Bal TO WS-GL-PRIOR(WS-IX)
                               WHEN OTHER
                                   ADD OBI-Bal TO WS-GL-YROPEN(WS-IX)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OpenBalIn
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Every daily journal of WS-SCAN-MONTH, debits adding and
      *>credits subtracting, into the current, prior and year to
      *>date movement columns the month belongs to.
       ABSORB-ONE-MONTH.
           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 31
               MOVE SPACES TO WS-JOURNAL-PATH
               MOVE WS-SCAN-MONTH TO WS-PROBE-DATE(1:6)
               MOVE WS-DAY TO WS-PROBE-DATE(7:2)
               STRING "../../../data/GLJournal_" WS-PROBE-DATE ".dat"
                   DELIMITED BY SIZE INTO WS-JOURNAL-PATH
               PERFORM ABSORB-ONE-JOURNAL
           END-PERFORM
           .

       ABSORB-ONE-JOURNAL.
           MOVE 'N' TO ws-eof
           OPEN INPUT JournalIn
           IF WS-JRN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ JournalIn
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       PERFORM ABSORB-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE JournalIn
           .

       ABSORB-ONE-LINE.
           MOVE JRN-GLAcct TO WS-FIND-ACCT
           PERFORM FIND-GL-SLOT
           IF WS-IX > 50
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(JRN-AmountTxt)
           IF JRN-Side NOT = "D"
               COMPUTE WS-AMOUNT = 0 - WS-AMOUNT
           END-IF
           IF WS-TARGET = 'P'
               ADD WS-AMOUNT TO WS-GL-MOV-PRV(WS-IX)
               EXIT PARAGRAPH
           END-IF
           ADD WS-AMOUNT TO WS-GL-MOV-YTD(WS-IX)
           IF WS-SCAN-MONTH = WS-RPT-MONTH
               ADD WS-AMOUNT TO WS-GL-MOV-CUR(WS-IX)
           END-IF
           .

       FIND-GL-SLOT.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-GL-USED
                   OR WS-GL-ACCT(WS-IX) = WS-FIND-ACCT
               CONTINUE
           END-PERFORM
           IF WS-IX > WS-GL-USED
               IF WS-GL-USED >= 50
                   DISPLAY esc redx "GL statements - more than 50 "
                       "accounts, " WS-FIND-ACCT " left out."
                   DISPLAY esc resetx
                   MOVE 'N' TO WS-BALANCED
                   MOVE 51 TO WS-IX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GL-USED
               INITIALIZE WS-GL-ENTRY(WS-IX)
               MOVE WS-FIND-ACCT TO WS-GL-ACCT(WS-IX)
               MOVE "(not in chart)" TO WS-GL-NAME(WS-IX)
               MOVE SPACE TO WS-GL-CLASS(WS-IX)
           END-IF
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Balance sheet classes read credit-positive for liabilities
      *>and equity, debit-positive for assets; the income statement
      *>credit-positive for income, debit-positive for expense.
       WRITE-STATEMENTS.
           MOVE SPACES TO WS-STMT-PATH
           STRING "../../../data/GLStatements_" WS-RPT-MONTH ".txt"
               DELIMITED BY SIZE INTO WS-STMT-PATH
           OPEN OUTPUT StmtOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY esc redx "Unable to write statements "
                   WS-OUT-FS
               DISPLAY esc resetx
               MOVE 'N' TO WS-BALANCED
               EXIT PARAGRAPH
           END-IF

      *>the check comes first so the heading can say whether this
      *>copy is the final statement
           PERFORM CHECK-BALANCE

           MOVE ALL "=" TO StmtLine
           WRITE StmtLine
           MOVE SPACES TO StmtLine
           IF WS-BALANCED = 'Y'
               STRING "  FINANCIAL STATEMENTS - " WS-RPT-MONTH
                   "   (final, prepared " WS-BUS-DATE ")"
                   DELIMITED BY SIZE INTO StmtLine
           ELSE
               STRING "  FINANCIAL STATEMENTS - " WS-RPT-MONTH
                   "   *** DRAFT - NOT FINALIZED *** "
                   WS-BUS-DATE
                   DELIMITED BY SIZE INTO StmtLine
           END-IF
           WRITE StmtLine
           MOVE ALL "=" TO StmtLine
           WRITE StmtLine

           MOVE SPACES TO StmtLine
           WRITE StmtLine
           MOVE "BALANCE SHEET" TO StmtLine
           WRITE StmtLine
           MOVE SPACES TO StmtLine
           STRING "Account  Name                     "
               "       This month       Prior month"
               "    Change in year"
               DELIMITED BY SIZE INTO StmtLine
           WRITE StmtLine

           MOVE 'A' TO WS-WANT-CLASS
           MOVE "ASSETS" TO WS-CLASS-TITLE
           PERFORM WRITE-CLASS
           MOVE 'L' TO WS-WANT-CLASS
           MOVE "LIABILITIES" TO WS-CLASS-TITLE
           PERFORM WRITE-CLASS
           MOVE 'Q' TO WS-WANT-CLASS
           MOVE "EQUITY" TO WS-CLASS-TITLE
           PERFORM WRITE-CLASS

           MOVE SPACES TO StmtLine
           WRITE StmtLine
           MOVE WS-TOT-ASSETS TO WS-DSP-CUR
           MOVE SPACES TO StmtLine
           STRING "Total assets                      " WS-DSP-CUR
               DELIMITED BY SIZE INTO StmtLine
           WRITE StmtLine
           MOVE WS-TOT-LQ TO WS-DSP-CUR
           MOVE SPACES TO StmtLine
           STRING "Total liabilities plus equity     " WS-DSP-CUR
               DELIMITED BY SIZE INTO StmtLine
           WRITE StmtLine
           MOVE WS-DIFF TO WS-DSP-CUR
           MOVE SPACES TO StmtLine
           IF WS-DIFF = 0
               STRING "Difference                        " WS-DSP-CUR
                   "  - in balance"
                   DELIMITED BY SIZE INTO StmtLine
           ELSE
               STRING "Difference                        " WS-DSP-CUR
                   "  - OUT OF BALANCE"
                   DELIMITED BY SIZE INTO StmtLine
           END-IF
           WRITE StmtLine

           MOVE SPACES TO StmtLine
           WRITE StmtLine
           MOVE "INCOME STATEMENT" TO StmtLine
           WRITE StmtLine
           MOVE SPACES TO StmtLine
           STRING "Account  Name                     "
               "       This month       Prior month"
               "      Year to date"
               DELIMITED BY SIZE INTO StmtLine
           WRITE StmtLine

           MOVE 'I' TO WS-WANT-CLASS
           MOVE "INCOME" TO WS-CLASS-TITLE
           PERFORM WRITE-CLASS
           MOVE 'E' TO WS-WANT-CLASS
           MOVE "EXPENSES" TO WS-CLASS-TITLE
           PERFORM WRITE-CLASS

           MOVE SPACES TO StmtLine
           WRITE StmtLine
           COMPUTE WS-COL-CUR = WS-TOT-INCOME - WS-TOT-EXPENSE
           COMPUTE WS-COL-PRV = WS-TOT-INC-PRV - WS-TOT-EXP-PRV
           COMPUTE WS-COL-YTD = WS-TOT-INC-YTD - WS-TOT-EXP-YTD
           MOVE WS-COL-CUR TO WS-DSP-CUR
           MOVE WS-COL-PRV TO WS-DSP-PRV
           MOVE WS-COL-YTD TO WS-DSP-YTD
           MOVE SPACES TO StmtLine
           STRING "Net profit                        " WS-DSP-CUR " "
               WS-DSP-PRV " " WS-DSP-YTD
               DELIMITED BY SIZE INTO StmtLine
           WRITE StmtLine

           IF WS-UNCLASSIFIED > 0
               MOVE SPACES TO StmtLine
               WRITE StmtLine
               MOVE SPACES TO StmtLine
               STRING "Accounts with balances but no chart class: "
                   WS-UNCLASSIFIED
                   DELIMITED BY SIZE INTO StmtLine
               WRITE StmtLine
               MOVE SPACE TO WS-WANT-CLASS
               MOVE "UNCLASSIFIED" TO WS-CLASS-TITLE
               PERFORM WRITE-CLASS
           END-IF

           MOVE ALL "=" TO StmtLine
           WRITE StmtLine
           CLOSE StmtOut
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Totals per class from the closing balances. Income and
      *>expense are zero at a close (rolled to retained earnings),
      *>so assets against liabilities plus equity is the whole
      *>ledger's balance; an account the chart cannot classify
      *>stops the statement from being final.
       CHECK-BALANCE.
           MOVE 0 TO WS-UNCLASSIFIED
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-GL-USED
               EVALUATE WS-GL-CLASS(WS-IX)
                   WHEN 'A'
                       ADD WS-GL-CLOSE(WS-IX) TO WS-TOT-ASSETS
                   WHEN 'L'
                       SUBTRACT WS-GL-CLOSE(WS-IX) FROM WS-TOT-LIAB
                   WHEN 'Q'
                       SUBTRACT WS-GL-CLOSE(WS-IX) FROM WS-TOT-EQUITY
                   WHEN 'I'
                   WHEN 'E'
                       CONTINUE
                   WHEN OTHER
                       IF WS-GL-CLOSE(WS-IX) NOT = 0
                           OR WS-GL-MOV-YTD(WS-IX) NOT = 0
                           ADD 1 TO WS-UNCLASSIFIED
                       END-IF
               END-EVALUATE
           END-PERFORM
           COMPUTE WS-TOT-LQ = WS-TOT-LIAB + WS-TOT-EQUITY
           COMPUTE WS-DIFF = WS-TOT-ASSETS - WS-TOT-LQ
           IF WS-DIFF NOT = 0 OR WS-UNCLASSIFIED > 0
               MOVE 'N' TO WS-BALANCED
           END-IF
           .

       WRITE-CLASS.
           IF WS-WANT-CLASS = 'L' OR WS-WANT-CLASS = 'Q'
               OR WS-WANT-CLASS = 'I'
               MOVE -1 TO WS-SIGN
           ELSE
               MOVE 1 TO WS-SIGN
           END-IF
           MOVE 0 TO WS-SUB-CUR
           MOVE 0 TO WS-SUB-PRV
           MOVE 0 TO WS-SUB-YTD
           MOVE SPACES TO StmtLine
           MOVE WS-CLASS-TITLE TO StmtLine
           WRITE StmtLine
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-GL-USED
               IF WS-GL-CLASS(WS-IX) = WS-WANT-CLASS
                   PERFORM WRITE-ACCOUNT-LINE
               END-IF
           END-PERFORM
           MOVE WS-SUB-CUR TO WS-DSP-CUR
           MOVE WS-SUB-PRV TO WS-DSP-PRV
           MOVE WS-SUB-YTD TO WS-DSP-YTD
           MOVE SPACES TO StmtLine
           STRING "  Total " WS-CLASS-TITLE(1:26) WS-DSP-CUR " "
               WS-DSP-PRV " " WS-DSP-YTD
               DELIMITED BY SIZE INTO StmtLine
           WRITE StmtLine
           IF WS-WANT-CLASS = 'I'
               MOVE WS-SUB-CUR TO WS-TOT-INCOME
               MOVE WS-SUB-PRV TO WS-TOT-INC-PRV
               MOVE WS-SUB-YTD TO WS-TOT-INC-YTD
           END-IF
           IF WS-WANT-CLASS = 'E'
               MOVE WS-SUB-CUR TO WS-TOT-EXPENSE
               MOVE WS-SUB-PRV TO WS-TOT-EXP-PRV
               MOVE WS-SUB-YTD TO WS-TOT-EXP-YTD
           END-IF
           .

       WRITE-ACCOUNT-LINE.
           EVALUATE WS-WANT-CLASS
               WHEN 'I'
               WHEN 'E'
                   COMPUTE WS-COL-CUR =
                       WS-GL-MOV-CUR(WS-IX) * WS-SIGN
                   COMPUTE WS-COL-PRV =
                       WS-GL-MOV-PRV(WS-IX) * WS-SIGN
                   COMPUTE WS-COL-YTD =
                       WS-GL-MOV-YTD(WS-IX) * WS-SIGN
               WHEN OTHER
                   COMPUTE WS-COL-CUR =
                       WS-GL-CLOSE(WS-IX) * WS-SIGN
                   COMPUTE WS-COL-PRV =
                       WS-GL-PRIOR(WS-IX) * WS-SIGN
                   COMPUTE WS-COL-YTD =
                       (WS-GL-CLOSE(WS-IX) - WS-GL-YROPEN(WS-IX))
                       * WS-SIGN
           END-EVALUATE
           IF WS-COL-CUR = 0 AND WS-COL-PRV = 0 AND WS-COL-YTD = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-COL-CUR TO WS-SUB-CUR
           ADD WS-COL-PRV TO WS-SUB-PRV
           ADD WS-COL-YTD TO WS-SUB-YTD
           MOVE WS-COL-CUR TO WS-DSP-CUR
           MOVE WS-COL-PRV TO WS-DSP-PRV
           MOVE WS-COL-YTD TO WS-DSP-YTD
           MOVE SPACES TO StmtLine
           STRING WS-GL-ACCT(WS-IX) " " WS-GL-NAME(WS-IX) " "
               WS-DSP-CUR " " WS-DSP-PRV " " WS-DSP-YTD
               DELIMITED BY SIZE INTO StmtLine
           WRITE StmtLine
           .

       MARK-FINALIZED.
           OPEN EXTEND StmtRegFile
           IF WS-REG-FS NOT = "00"
               CLOSE StmtRegFile
               OPEN OUTPUT StmtRegFile
           END-IF
           MOVE WS-RPT-MONTH TO REG-Month
           MOVE "F" TO REG-Status
           MOVE FUNCTION CURRENT-DATE(1:14) TO REG-Stamp
           WRITE StmtRegRec
           CLOSE StmtRegFile
           .

       END PROGRAM glStatements.
