      *          table. Each row is one currency's MMK mid rate from
      *          an effective date; a new rate is staged by adding a
      *          future-dated row, which loadFxRate picks up on that
      *          date with no recompile. The cash spread per currency
      *          (data/FxSpreads.dat) - how far below and above the
      *          mid rate the counter buys and sells banknotes - is
      *          kept here too. Every change is recorded through
      *          logAdminAction.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ASSIGN TO "../../../data/FxScratch.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS2.
           SELECT spreadfile ASSIGN TO "../../../data/FxSpreads.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS3.
           SELECT spreadscratch
               ASSIGN TO "../../../data/FxSpreadScratch.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS4.

       DATA DIVISION.
       FILE SECTION.
           05  S-EffDate       pic 9(8).
           05  S-MidRate       pic 9(6)v9(4).

       FD  spreadfile.
       01  spreadrec.
           05  FXS-Ccy         pic x(3).
           05  FXS-BuyPct      pic 9(2)v99.
           05  FXS-SellPct     pic 9(2)v99.

       FD  spreadscratch.
       01  spreadscratchrec.
           05  SS-Ccy          pic x(3).
           05  SS-BuyPct       pic 9(2)v99.
           05  SS-SellPct      pic 9(2)v99.

       WORKING-STORAGE SECTION.
       01  WS-FS         pic xx.
       01  WS-FS2        pic xx.
       01  WS-FS3        pic xx.
       01  WS-FS4        pic xx.
       01  ws-choice     pic 9 value 0.
       01  ws-eof        pic x value 'N'.
       01  ws-new-ccy    pic x(3).
       01  ws-new-rate   pic 9(6)v9(4).
       01  ws-found      pic x value 'N'.
       01  ws-dsp-rate   pic z(5)9.9999.
       01  ws-new-buy    pic 9(2)v99.
       01  ws-new-sell   pic 9(2)v99.
       01  ws-dsp-buy    pic z9.99.
       01  ws-dsp-sell   pic z9.99.
       01  ws-logAction  pic x(10).
       01  ws-logAcct    pic x(30).

       MENU-LOOP.
           DISPLAY "-----------------------------------------------"
           DISPLAY "1=List Rates, 2=Add Rate Row, 3=Remove Row, "
                   "4=Set Cash Spread, 5=Exit"
           DISPLAY "-----------------------------------------------"
           DISPLAY "Choice : "
           ACCEPT ws-choice
                   perform REMOVE-RATE
                   perform MENU-LOOP
               WHEN 4
                   perform SET-SPREAD
                   perform MENU-LOOP
               WHEN 5
                   DISPLAY "Returning to Main Screen..."
                   EXIT PROGRAM
               WHEN OTHER
                           ws-dsp-rate
               END-READ
           END-PERFORM
           CLOSE fxfile
           move 'N' to ws-eof
           OPEN INPUT spreadfile
           IF WS-FS3 NOT = "00"
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Ccy  Cash buy -%  Cash sell +%"
           DISPLAY "-----------------------------------------"
           PERFORM UNTIL ws-eof = 'Y'
               READ spreadfile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE FXS-BuyPct TO ws-dsp-buy
                       MOVE FXS-SellPct TO ws-dsp-sell
                       DISPLAY FXS-Ccy "  " ws-dsp-buy "        "
                           ws-dsp-sell
               END-READ
           END-PERFORM
           CLOSE spreadfile.

      *-------------------------------------------------------------------*
       ADD-RATE.
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY "FX rate row removed.".

      *-------------------------------------------------------------------*
      *>One spread row per currency - the row keyed replaces any
      *>row already there for the currency.
       SET-SPREAD.
           DISPLAY "Enter Currency Code (e.g. USD) : "
           ACCEPT ws-new-ccy
           MOVE FUNCTION UPPER-CASE(ws-new-ccy) TO ws-new-ccy
           IF ws-new-ccy = SPACES OR ws-new-ccy = "MMK"
               DISPLAY "ERROR: Not a maintainable currency code."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cash buying spread, % below mid (e.g. 1.00) : "
           ACCEPT ws-new-buy
           DISPLAY "Cash selling spread, % above mid (e.g. 1.00) : "
           ACCEPT ws-new-sell
           IF ws-new-buy >= 50 OR ws-new-sell >= 50
               DISPLAY "ERROR: Spread must be under 50 percent."
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT spreadscratch
           IF WS-FS4 NOT = "00"
               DISPLAY "ERROR: Unable to OPEN scratch file, " WS-FS4
               EXIT PARAGRAPH
           END-IF
           move 'N' to ws-eof
           OPEN INPUT spreadfile
           IF WS-FS3 = "00"
               PERFORM UNTIL ws-eof = 'Y'
                   READ spreadfile
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           IF FXS-Ccy NOT = ws-new-ccy
                               MOVE spreadrec TO spreadscratchrec
                               WRITE spreadscratchrec
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE spreadfile
           END-IF
           MOVE ws-new-ccy  TO SS-Ccy
           MOVE ws-new-buy  TO SS-BuyPct
           MOVE ws-new-sell TO SS-SellPct
           WRITE spreadscratchrec
           CLOSE spreadscratch

           move 'N' to ws-eof
           OPEN INPUT spreadscratch
           OPEN OUTPUT spreadfile
           PERFORM UNTIL ws-eof = 'Y'
               READ spreadscratch
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       MOVE spreadscratchrec TO spreadrec
                       WRITE spreadrec
               END-READ
           END-PERFORM
           CLOSE spreadscratch
           CLOSE spreadfile
           MOVE "FXSPREAD" TO ws-logAction
           MOVE ws-new-buy TO ws-dsp-buy
           MOVE ws-new-sell TO ws-dsp-sell
           MOVE SPACES TO ws-logAcct
           STRING ws-new-ccy " -" ws-dsp-buy " +" ws-dsp-sell
               DELIMITED BY SIZE INTO ws-logAcct
           CALL '../../Utility Functions/bin/logAdminAction'
               USING BY REFERENCE LS-AdminId, ws-logAction, ws-logAcct
           DISPLAY "Cash spread set.".

       END PROGRAM fxRateManage.
