      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Daily teller productivity report, run at end of day
      *          after the day-end summary. Every posting of the
      *          business date in Transactions.dat is grouped by
      *          branch and by the operator stamped on it - an
      *          admin's AID, or the BATCH, CARD, IBANK or SELF
      *          channel - and counted: postings and their amount,
      *          reversals the operator keyed, and how many of the
      *          operator's own postings were reversed that day. The
      *          report goes to data/TellerProd_<date>.txt and is
      *          registered in the report spool (type TELLERPROD).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tellerProductivity.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TrxFile ASSIGN TO '../../../data/Transactions.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TrxID
               FILE STATUS IS WS-TRX-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  TrxFile.
       01  TrxRecord.
           copy 'transactionFile.cpy'.

       FD  ReportOut.
       01  ReportLine          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TRX-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  ws-eof              PIC X.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-ENTRY-DATE       PIC 9(8).
       01  WS-REPORT-PATH      PIC X(60).

      *>one row per branch and operator seen on the day
       01  WS-OPER-TOTALS.
           05  WS-OP-ENTRY OCCURS 500 TIMES.
               10  WS-OP-BRANCH    PIC X(3).
               10  WS-OP-OPER      PIC X(5).
               10  WS-OP-COUNT     PIC 9(7).
               10  WS-OP-AMOUNT    PIC S9(12)V99.
               10  WS-OP-REVS      PIC 9(5).
               10  WS-OP-REVERSED  PIC 9(5).
       01  WS-OP-USED          PIC 9(3) VALUE 0.
       01  WS-OIX              PIC 9(3).
       01  WS-SWAP-OP          PIC X(39).
       01  WS-JX               PIC 9(3).
       01  WS-KEY-BRANCH       PIC X(3).
       01  WS-KEY-OPER         PIC X(5).

      *>the postings the day's reversals undid, looked up once the
      *>scan is through so their operator can be charged with them
       01  WS-REV-ORIGS.
           05  WS-REV-ORIG-ID  PIC X(11) OCCURS 500 TIMES.
       01  WS-REV-USED         PIC 9(3) VALUE 0.
       01  WS-RIX              PIC 9(3).

       01  WS-TOT-COUNT        PIC 9(7) VALUE 0.
       01  WS-TOT-AMOUNT       PIC S9(12)V99 VALUE 0.
       01  WS-TOT-REVS         PIC 9(5) VALUE 0.
       01  WS-TOT-REVERSED     PIC 9(5) VALUE 0.
       01  WS-OPER-TEXT        PIC X(8).
       01  WS-DSP-COUNT        PIC Z(6)9.
       01  WS-DSP-AMOUNT       PIC -Z(11)9.99.
       01  WS-DSP-REVS         PIC Z(4)9.
       01  WS-DSP-REVERSED     PIC Z(4)9.
       01  WS-SplType          PIC X(12) VALUE "TELLERPROD".
       01  WS-SplAdmin         PIC 9(5) VALUE 0.

       copy 'trxTypeCodes.cpy'.

       copy 'colorCodes.cpy'.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
           STRING "../../../data/TellerProd_" WS-BUS-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-PATH

           OPEN INPUT TrxFile
           IF WS-TRX-FS NOT = "00"
               DISPLAY esc redx "Unable to open Transactions.dat "
                   WS-TRX-FS esc resetx
               GOBACK
           END-IF
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               READ TrxFile NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       PERFORM TALLY-ONE-POSTING
               END-READ
           END-PERFORM

           PERFORM VARYING WS-RIX FROM 1 BY 1
                   UNTIL WS-RIX > WS-REV-USED
               PERFORM CHARGE-ONE-REVERSED
           END-PERFORM
           CLOSE TrxFile

           PERFORM SORT-OPERATORS

           OPEN OUTPUT ReportOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY esc redx "Unable to write teller report "
                   WS-OUT-FS esc resetx
               GOBACK
           END-IF
           PERFORM WRITE-REPORT
           CLOSE ReportOut

           DISPLAY esc greenx
           DISPLAY "Teller productivity: " WS-OP-USED
               " operator row(s), " WS-TOT-COUNT " posting(s)."
           DISPLAY esc resetx

           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               WS-SplAdmin, WS-REPORT-PATH
           GOBACK
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>A reversal counts against whoever keyed it; the posting it
      *>undid is remembered so its own operator is charged too.
       TALLY-ONE-POSTING.
           MOVE TimeStamp(1:8) TO WS-ENTRY-DATE
           IF WS-ENTRY-DATE NOT = WS-BUS-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE TrxBranch   TO WS-KEY-BRANCH
           MOVE TrxOperator TO WS-KEY-OPER
           PERFORM FIND-OPERATOR-ROW
           IF WS-OIX = 0
               EXIT PARAGRAPH
           END-IF
           IF TrxType = TRX-TYPE-REVERSAL
               ADD 1 TO WS-OP-REVS(WS-OIX)
               ADD 1 TO WS-TOT-REVS
               IF WS-REV-USED < 500
                   ADD 1 TO WS-REV-USED
                   MOVE Description(13:11)
                       TO WS-REV-ORIG-ID(WS-REV-USED)
               END-IF
           ELSE
               ADD 1      TO WS-OP-COUNT(WS-OIX)
               ADD Amount TO WS-OP-AMOUNT(WS-OIX)
               ADD 1      TO WS-TOT-COUNT
               ADD Amount TO WS-TOT-AMOUNT
           END-IF
           .

       CHARGE-ONE-REVERSED.
           MOVE WS-REV-ORIG-ID(WS-RIX) TO TrxID
           READ TrxFile KEY IS TrxID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE TrxBranch   TO WS-KEY-BRANCH
           MOVE TrxOperator TO WS-KEY-OPER
           PERFORM FIND-OPERATOR-ROW
           IF WS-OIX > 0
               ADD 1 TO WS-OP-REVERSED(WS-OIX)
               ADD 1 TO WS-TOT-REVERSED
           END-IF
           .

      *>leaves WS-OIX on the branch/operator row, adding it when new;
      *>zero only if the table is full
       FIND-OPERATOR-ROW.
           PERFORM VARYING WS-OIX FROM 1 BY 1
                   UNTIL WS-OIX > WS-OP-USED
               IF WS-OP-BRANCH(WS-OIX) = WS-KEY-BRANCH
                   AND WS-OP-OPER(WS-OIX) = WS-KEY-OPER
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-OP-USED < 500
               ADD 1 TO WS-OP-USED
               MOVE WS-OP-USED    TO WS-OIX
               MOVE WS-KEY-BRANCH TO WS-OP-BRANCH(WS-OIX)
               MOVE WS-KEY-OPER   TO WS-OP-OPER(WS-OIX)
               MOVE 0 TO WS-OP-COUNT(WS-OIX)
               MOVE 0 TO WS-OP-AMOUNT(WS-OIX)
               MOVE 0 TO WS-OP-REVS(WS-OIX)
               MOVE 0 TO WS-OP-REVERSED(WS-OIX)
           ELSE
               MOVE 0 TO WS-OIX
           END-IF
           .

      *>branch then operator, so each branch's tellers read together
       SORT-OPERATORS.
           PERFORM VARYING WS-OIX FROM 1 BY 1
                   UNTIL WS-OIX >= WS-OP-USED
               PERFORM VARYING WS-JX FROM WS-OIX BY 1
                       UNTIL WS-JX > WS-OP-USED
                   IF WS-OP-BRANCH(WS-JX) < WS-OP-BRANCH(WS-OIX)
                       OR (WS-OP-BRANCH(WS-JX) = WS-OP-BRANCH(WS-OIX)
                       AND WS-OP-OPER(WS-JX) < WS-OP-OPER(WS-OIX))
                       MOVE WS-OP-ENTRY(WS-OIX) TO WS-SWAP-OP
                       MOVE WS-OP-ENTRY(WS-JX)  TO WS-OP-ENTRY(WS-OIX)
                       MOVE WS-SWAP-OP          TO WS-OP-ENTRY(WS-JX)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       WRITE-REPORT.
           MOVE SPACES TO ReportLine
           STRING "Teller Productivity Report - " WS-BUS-DATE
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "Br  Operator  Postings            Amount"
               "  Reversals  Reversed"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine

           PERFORM VARYING WS-OIX FROM 1 BY 1
                   UNTIL WS-OIX > WS-OP-USED
               IF WS-OP-OPER(WS-OIX) = SPACES
                   MOVE "(none)" TO WS-OPER-TEXT
               ELSE
                   MOVE WS-OP-OPER(WS-OIX) TO WS-OPER-TEXT
               END-IF
               MOVE WS-OP-COUNT(WS-OIX)    TO WS-DSP-COUNT
               MOVE WS-OP-AMOUNT(WS-OIX)   TO WS-DSP-AMOUNT
               MOVE WS-OP-REVS(WS-OIX)     TO WS-DSP-REVS
               MOVE WS-OP-REVERSED(WS-OIX) TO WS-DSP-REVERSED
               MOVE SPACES TO ReportLine
               STRING WS-OP-BRANCH(WS-OIX) " " WS-OPER-TEXT "  "
                   WS-DSP-COUNT " " WS-DSP-AMOUNT "      "
                   WS-DSP-REVS "     " WS-DSP-REVERSED
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
           END-PERFORM

           MOVE ALL "-" TO ReportLine
           WRITE ReportLine
           MOVE WS-TOT-COUNT    TO WS-DSP-COUNT
           MOVE WS-TOT-AMOUNT   TO WS-DSP-AMOUNT
           MOVE WS-TOT-REVS     TO WS-DSP-REVS
           MOVE WS-TOT-REVERSED TO WS-DSP-REVERSED
           MOVE SPACES TO ReportLine
           STRING "All          " WS-DSP-COUNT " " WS-DSP-AMOUNT
               "      " WS-DSP-REVS "     " WS-DSP-REVERSED
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           .

       END PROGRAM tellerProductivity.
