      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: Resolve one currency code to the counter rates for
      *          exchanging its banknotes - the MMK mid rate from
      *          loadFxRate, with the bank's buying rate set below it
      *          and its selling rate above it by the currency's cash
      *          spread (percent of mid, data/FxSpreads.dat,
      *          maintained on the FX rate screen). A currency with
      *          no spread row takes FXSPRDFT from TrxLimits.dat
      *          (default 1.00) on both sides. Status "96" when the
      *          currency has no mid rate.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loadFxCashRate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT spreadfile ASSIGN TO "../../../data/FxSpreads.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

           SELECT paramfile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  spreadfile.
       01  spreadrec.
           05  FXS-Ccy         pic x(3).
           05  FXS-BuyPct      pic 9(2)v99.
           05  FXS-SellPct     pic 9(2)v99.

       FD  paramfile.
       01  paramrec.
           05  param-label     pic x(8).
           05  param-value     pic 9(10)v99.

       WORKING-STORAGE SECTION.
       01  WS-FS           pic xx.
       01  WS-PRM-FS       pic xx.
       01  ws-eof          pic x value 'N'.
       01  WS-BUY-PCT      pic 9(2)v99.
       01  WS-SELL-PCT     pic 9(2)v99.

       LINKAGE SECTION.
       01  LS-Ccy            PIC X(3).
       01  LS-MidRate        PIC 9(6)V9(4).
       01  LS-BuyRate        PIC 9(6)V9(4).
       01  LS-SellRate       PIC 9(6)V9(4).
       01  LS-StatusCode     PIC X(2).

       PROCEDURE DIVISION USING LS-Ccy, LS-MidRate, LS-BuyRate,
           LS-SellRate, LS-StatusCode.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-BuyRate
           MOVE 0 TO LS-SellRate
           CALL '../../Utility Functions/bin/loadFxRate'
               USING BY REFERENCE LS-Ccy, LS-MidRate, LS-StatusCode
           IF LS-StatusCode NOT = "00"
               EXIT PROGRAM
           END-IF

           *> shop default, used if the parameters file is missing,
           *> unreadable, or silent on this item
           MOVE 1 TO WS-BUY-PCT
           PERFORM LOAD-DEFAULT-SPREAD
           MOVE WS-BUY-PCT TO WS-SELL-PCT

           MOVE 'N' TO ws-eof
           OPEN INPUT spreadfile
           IF WS-FS = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ spreadfile
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF FXS-Ccy = LS-Ccy
                               MOVE FXS-BuyPct TO WS-BUY-PCT
                               MOVE FXS-SellPct TO WS-SELL-PCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE spreadfile
           END-IF

           COMPUTE LS-BuyRate ROUNDED =
               LS-MidRate * (100 - WS-BUY-PCT) / 100
           COMPUTE LS-SellRate ROUNDED =
               LS-MidRate * (100 + WS-SELL-PCT) / 100
           EXIT PROGRAM.

       LOAD-DEFAULT-SPREAD.
           MOVE 'N' TO ws-eof
           OPEN INPUT paramfile
           IF WS-PRM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ paramfile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       EVALUATE param-label
                           WHEN "FXSPRDFT"
                               MOVE param-value TO WS-BUY-PCT
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE paramfile
           .

       END PROGRAM loadFxCashRate.
