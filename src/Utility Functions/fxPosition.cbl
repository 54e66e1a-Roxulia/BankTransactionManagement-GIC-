      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Nightly open foreign-currency position. For every
      *          non-MMK currency the customer balances we owe (open
      *          accounts, as fxRevalue totals them) are netted
      *          against what we hold in that currency - notes in
      *          the vaults and tills plus the nostro balance, as
      *          keyed by treasury in data/FxHoldings.dat. Each net
      *          open position is converted to MMK at today's rate
      *          (loadFxRate) and tested against its limit, a
      *          percentage of capital (TrxLimits.dat FXNOP<ccy>,
      *          falling back to the aggregate percentage). The
      *          aggregate position - the larger of total longs and
      *          total shorts - is tested against FXNOPAGG (default
      *          20). Capital is the net credit of the equity
      *          accounts (type Q in data/GLChart.dat). Any breach
      *          raises an alert on the operations dashboard.
      *          Written to data/FxPosition_<date>.txt, spool FXPOSN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fxPosition.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT userfile ASSIGN TO '../../../data/UserAccounts.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               ALTERNATE RECORD KEY IS UAccNo
               FILE STATUS IS WS-FS.

           SELECT HoldingFile ASSIGN TO '../../../data/FxHoldings.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXH-Key
               FILE STATUS IS WS-FXH-FS.

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

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  userfile.
       01  userdata.
           copy 'userFile.cpy'.

       FD  HoldingFile.
       01  HoldingRecord.
           copy 'fxHoldingFile.cpy'.

       FD  chartfile.
       01  chartrec.
           05  COA-Acct        PIC 9(8).
           05  COA-Name        PIC X(24).
           05  COA-Type        PIC X.

       FD  GLBalFile.
       01  GLBalRecord.
           copy 'glBalanceFile.cpy'.

       FD  paramfile.
       01  paramrec.
           05  param-label     PIC X(8).
           05  param-value     PIC 9(10)V99.

       FD  ReportOut.
       01  ReportLine          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FS               PIC XX.
       01  WS-FXH-FS           PIC XX.
       01  WS-COA-FS           PIC XX.
       01  WS-GLB-FS           PIC XX.
       01  WS-PRM-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-FX-STATUS        PIC XX.
       01  ws-eof              PIC X VALUE 'N'.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-REPORT-PATH      PIC X(60).

      *>one entry per currency seen on either side of the book
       01  WS-CCY-TOTALS.
           05  WS-CCY-ENTRY OCCURS 10 TIMES.
               10  WS-CCY-CODE    PIC X(3).
               10  WS-CCY-CUST    PIC S9(12)V99.
               10  WS-CCY-CASH    PIC S9(12)V99.
               10  WS-CCY-NOSTRO  PIC S9(12)V99.
               10  WS-CCY-PCT     PIC 9(3)V99.
               10  WS-CCY-PCT-SET PIC X.
       01  WS-CCY-USED         PIC 9(2) VALUE 0.
       01  WS-IX               PIC 9(2).
       01  WS-FIND-CCY         PIC X(3).
       01  WS-RATE             PIC 9(6)V9(4).
       01  WS-NOP              PIC S9(12)V99.
       01  WS-NOP-MMK          PIC S9(14)V99.
       01  WS-ABS-MMK          PIC 9(14)V99.
       01  WS-LIMIT-AMT        PIC 9(14)V99.
       01  WS-AGG-PCT          PIC 9(3)V99 VALUE 20.
       01  WS-AGG-LIMIT        PIC 9(14)V99.
       01  WS-CAPITAL          PIC S9(14)V99 VALUE 0.
       01  WS-SUM-LONG         PIC 9(14)V99 VALUE 0.
       01  WS-SUM-SHORT        PIC 9(14)V99 VALUE 0.
       01  WS-AGG-NOP          PIC 9(14)V99 VALUE 0.
       01  WS-BREACHES         PIC 9(3) VALUE 0.
       01  WS-UNRATED          PIC 9(3) VALUE 0.
       01  WS-FLAG             PIC X(12).
       01  WS-DSP-CUST         PIC -Z(11)9.99.
       01  WS-DSP-HELD         PIC -Z(11)9.99.
       01  WS-DSP-NOP          PIC -Z(11)9.99.
       01  WS-DSP-MMK          PIC -Z(13)9.99.
       01  WS-DSP-LIMIT        PIC Z(13)9.99.
       01  WS-DSP-PCT          PIC ZZ9.99.
       01  WS-DSP-RATE         PIC Z(5)9.9999.
       01  WS-AlertSource      PIC X(12) VALUE "FXPOSITION".
       01  WS-AlertText        PIC X(60).
       01  WS-SplType          PIC X(12).
       01  WS-SplAdmin         PIC 9(5) VALUE 0.

       copy 'colorCodes.cpy'.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           STRING "../../../data/FxPosition_" WS-BUS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-PATH

           PERFORM SCAN-ACCOUNTS
           PERFORM LOAD-HOLDINGS
           IF WS-CCY-USED = 0
               DISPLAY "FX position - no foreign currency on the "
                   "book or in hand."
               GOBACK
           END-IF
           PERFORM LOAD-LIMIT-PCTS
           PERFORM LOAD-CAPITAL
           IF WS-CAPITAL > 0
               COMPUTE WS-AGG-LIMIT ROUNDED =
                   WS-CAPITAL * WS-AGG-PCT / 100
           ELSE
               MOVE 0 TO WS-AGG-LIMIT
           END-IF

           OPEN OUTPUT ReportOut
           MOVE SPACES TO ReportLine
           STRING "Open Foreign Currency Position for " WS-BUS-DATE
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-CAPITAL TO WS-DSP-MMK
           MOVE SPACES TO ReportLine
           STRING "Capital (MMK): " WS-DSP-MMK
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE "Ccy   Customer balances   Cash + nostro held"
               & "   Net open position     Rate        MMK equivalent"
               TO ReportLine
           WRITE ReportLine

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-CCY-USED
               PERFORM REPORT-ONE-CCY
           END-PERFORM

           PERFORM REPORT-AGGREGATE
           CLOSE ReportOut

           IF WS-CAPITAL NOT > 0
               MOVE SPACES TO WS-AlertText
               STRING "No capital on the GL - FX limits not tested"
                   DELIMITED BY SIZE INTO WS-AlertText
               CALL '../../Utility Functions/bin/raiseDashAlert'
                   USING BY REFERENCE WS-AlertSource, WS-AlertText
           END-IF

           DISPLAY "FX position done - " WS-CCY-USED
               " currency(ies), " WS-BREACHES " limit breach(es)."
           MOVE "FXPOSN" TO WS-SplType
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               WS-SplAdmin, WS-REPORT-PATH
           GOBACK
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>What we owe customers per currency - every open non-MMK
      *>account balance, the same scan fxRevalue makes.
       SCAN-ACCOUNTS.
           MOVE 'N' TO ws-eof
           OPEN INPUT userfile
           IF WS-FS NOT = "00"
               DISPLAY esc redx "Unable to open UserAccounts.dat "
                   WS-FS
               DISPLAY esc resetx
               GOBACK
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ userfile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF UCurrency NOT = "MMK"
                           AND UCurrency NOT = SPACES
                           AND NOT ACCT-CLOSED
                           MOVE UCurrency TO WS-FIND-CCY
                           PERFORM FIND-CCY-ENTRY
                           IF WS-IX <= WS-CCY-USED
                               ADD Balance TO WS-CCY-CUST(WS-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE userfile
           .

      *>What we hold per currency - vault and till notes and the
      *>nostro balance. A currency held with no customer balances
      *>against it is still an open position.
       LOAD-HOLDINGS.
           MOVE 'N' TO ws-eof
           OPEN INPUT HoldingFile
           IF WS-FXH-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ HoldingFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF FXH-Ccy NOT = "MMK"
                           MOVE FXH-Ccy TO WS-FIND-CCY
                           PERFORM FIND-CCY-ENTRY
                           IF WS-IX <= WS-CCY-USED
                               IF FXH-CASH
                                   ADD FXH-Amount TO
                                       WS-CCY-CASH(WS-IX)
                               ELSE
                                   ADD FXH-Amount TO
                                       WS-CCY-NOSTRO(WS-IX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HoldingFile
           .

      *>Leaves WS-IX on the currency's entry, adding one if the
      *>table has room; WS-IX past WS-CCY-USED means it was full.
       FIND-CCY-ENTRY.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-CCY-USED
                   OR WS-CCY-CODE(WS-IX) = WS-FIND-CCY
               CONTINUE
           END-PERFORM
           IF WS-IX > WS-CCY-USED
               IF WS-CCY-USED >= 10
                   DISPLAY esc redx "FX position - more than 10 "
                       "currencies, " WS-FIND-CCY " skipped."
                   DISPLAY esc resetx
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CCY-USED
               MOVE WS-FIND-CCY TO WS-CCY-CODE(WS-IX)
               MOVE 0 TO WS-CCY-CUST(WS-IX)
               MOVE 0 TO WS-CCY-CASH(WS-IX)
               MOVE 0 TO WS-CCY-NOSTRO(WS-IX)
               MOVE 0 TO WS-CCY-PCT(WS-IX)
               MOVE 'N' TO WS-CCY-PCT-SET(WS-IX)
           END-IF
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>FXNOPAGG is the aggregate limit; FXNOPUSD, FXNOPEUR ... are
      *>the single-currency limits. A currency without its own row
      *>is held to the aggregate percentage.
       LOAD-LIMIT-PCTS.
           OPEN INPUT paramfile
           IF WS-PRM-FS = "00"
               MOVE 'N' TO ws-eof
               PERFORM UNTIL ws-eof = 'Y'
                   READ paramfile
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           PERFORM TAKE-LIMIT-ROW
                   END-READ
               END-PERFORM
               CLOSE paramfile
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-CCY-USED
               IF WS-CCY-PCT-SET(WS-IX) NOT = 'Y'
                   MOVE WS-AGG-PCT TO WS-CCY-PCT(WS-IX)
               END-IF
           END-PERFORM
           .

       TAKE-LIMIT-ROW.
           IF param-label(1:5) NOT = "FXNOP"
               EXIT PARAGRAPH
           END-IF
           IF param-label = "FXNOPAGG"
               MOVE param-value TO WS-AGG-PCT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-CCY-USED
               IF WS-CCY-CODE(WS-IX) = param-label(6:3)
                   MOVE param-value TO WS-CCY-PCT(WS-IX)
                   MOVE 'Y' TO WS-CCY-PCT-SET(WS-IX)
               END-IF
           END-PERFORM
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
      *>Net open position = held - owed: positive is long (we hold
      *>more than we owe), negative is short. A currency with no
      *>rate on file cannot be measured and is alerted as such.
       REPORT-ONE-CCY.
           COMPUTE WS-NOP = WS-CCY-CASH(WS-IX) + WS-CCY-NOSTRO(WS-IX)
               - WS-CCY-CUST(WS-IX)
           MOVE WS-CCY-CUST(WS-IX) TO WS-DSP-CUST
           COMPUTE WS-DSP-HELD = WS-CCY-CASH(WS-IX)
               + WS-CCY-NOSTRO(WS-IX)
           MOVE WS-NOP TO WS-DSP-NOP

           MOVE WS-CCY-CODE(WS-IX) TO WS-FIND-CCY
           CALL '../../Utility Functions/bin/loadFxRate'
               USING BY REFERENCE WS-FIND-CCY, WS-RATE,
               WS-FX-STATUS
           IF WS-FX-STATUS NOT = "00"
               ADD 1 TO WS-UNRATED
               MOVE SPACES TO ReportLine
               STRING WS-FIND-CCY "  " WS-DSP-CUST "  " WS-DSP-HELD
                   "  " WS-DSP-NOP "  ** no rate on file **"
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
               MOVE SPACES TO WS-AlertText
               STRING "FX position " WS-FIND-CCY
                   " not measured - no rate on file"
                   DELIMITED BY SIZE INTO WS-AlertText
               CALL '../../Utility Functions/bin/raiseDashAlert'
                   USING BY REFERENCE WS-AlertSource, WS-AlertText
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-NOP-MMK ROUNDED = WS-NOP * WS-RATE
           IF WS-NOP-MMK < 0
               COMPUTE WS-ABS-MMK = 0 - WS-NOP-MMK
               ADD WS-ABS-MMK TO WS-SUM-SHORT
           ELSE
               MOVE WS-NOP-MMK TO WS-ABS-MMK
               ADD WS-ABS-MMK TO WS-SUM-LONG
           END-IF
           MOVE WS-RATE TO WS-DSP-RATE
           MOVE WS-NOP-MMK TO WS-DSP-MMK
           MOVE SPACES TO ReportLine
           STRING WS-FIND-CCY "  " WS-DSP-CUST "  " WS-DSP-HELD
               "  " WS-DSP-NOP "  " WS-DSP-RATE "  " WS-DSP-MMK
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine

           MOVE SPACES TO WS-FLAG
           IF WS-CAPITAL > 0
               COMPUTE WS-LIMIT-AMT ROUNDED =
                   WS-CAPITAL * WS-CCY-PCT(WS-IX) / 100
               IF WS-ABS-MMK > WS-LIMIT-AMT
                   MOVE "** BREACH **" TO WS-FLAG
                   ADD 1 TO WS-BREACHES
               END-IF
           ELSE
               MOVE 0 TO WS-LIMIT-AMT
           END-IF
           MOVE WS-CCY-PCT(WS-IX) TO WS-DSP-PCT
           MOVE WS-LIMIT-AMT TO WS-DSP-LIMIT
           MOVE SPACES TO ReportLine
           STRING "      limit " WS-DSP-PCT "% of capital = "
               WS-DSP-LIMIT " MMK  " WS-FLAG
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine

           IF WS-FLAG NOT = SPACES
               MOVE SPACES TO WS-AlertText
               STRING "FX open position " WS-FIND-CCY " over its "
                   WS-DSP-PCT "% of capital limit"
                   DELIMITED BY SIZE INTO WS-AlertText
               CALL '../../Utility Functions/bin/raiseDashAlert'
                   USING BY REFERENCE WS-AlertSource, WS-AlertText
           END-IF
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Aggregate position by the shorthand method - the larger of
      *>the total long and the total short positions in MMK.
       REPORT-AGGREGATE.
           IF WS-SUM-LONG > WS-SUM-SHORT
               MOVE WS-SUM-LONG TO WS-AGG-NOP
           ELSE
               MOVE WS-SUM-SHORT TO WS-AGG-NOP
           END-IF
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE WS-SUM-LONG TO WS-DSP-MMK
           MOVE SPACES TO ReportLine
           STRING "Total long positions  (MMK): " WS-DSP-MMK
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE WS-SUM-SHORT TO WS-DSP-MMK
           MOVE SPACES TO ReportLine
           STRING "Total short positions (MMK): " WS-DSP-MMK
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine

           MOVE SPACES TO WS-FLAG
           IF WS-CAPITAL > 0 AND WS-AGG-NOP > WS-AGG-LIMIT
               MOVE "** BREACH **" TO WS-FLAG
               ADD 1 TO WS-BREACHES
           END-IF
           MOVE WS-AGG-NOP TO WS-DSP-MMK
           MOVE WS-AGG-PCT TO WS-DSP-PCT
           MOVE WS-AGG-LIMIT TO WS-DSP-LIMIT
           MOVE SPACES TO ReportLine
           STRING "Aggregate open position (MMK): " WS-DSP-MMK
               "  limit " WS-DSP-PCT "% = " WS-DSP-LIMIT "  " WS-FLAG
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           IF WS-UNRATED > 0
               MOVE SPACES TO ReportLine
               STRING "  (" WS-UNRATED " currency(ies) without a rate"
                   " left out of the aggregate)"
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
           END-IF

           IF WS-FLAG NOT = SPACES
               MOVE SPACES TO WS-AlertText
               STRING "FX aggregate open position over its "
                   WS-DSP-PCT "% of capital limit"
                   DELIMITED BY SIZE INTO WS-AlertText
               CALL '../../Utility Functions/bin/raiseDashAlert'
                   USING BY REFERENCE WS-AlertSource, WS-AlertText
           END-IF
           .

       END PROGRAM fxPosition.
