      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: ATM cash position. Rolls every machine in
      *          data/AtmTerminals.dat forward through the business
      *          date: the cash withdrawals the channel import posted
      *          at its terminal (kind "W" lines of the day's
      *          data/ChannelPosted_<date>.dat) are added to the
      *          cycle's dispensed figure, and each finished day
      *          feeds a seven-day running average. Unless called
      *          with mode "R" (roll only, as the ATM screen does
      *          before a load or a count) it then writes the daily
      *          cash position, data/AtmCash_<date>.txt, spool type
      *          ATMCASH: loaded, dispensed, the cash the machine
      *          should hold, the last custodian count's variance,
      *          and a RUNS OUT flag where the average dispense will
      *          empty it before its next scheduled load.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. atmCashPosition.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AtmFile ASSIGN TO "../../../data/AtmTerminals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATM-Terminal
               FILE STATUS IS WS-ATM-FS.

           SELECT PostedFile ASSIGN TO WS-POSTED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PST-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  AtmFile.
       01  AtmRecord.
           copy 'atmFile.cpy'.

      *>as channelImport writes it
       FD  PostedFile.
       01  PostedLine.
           05  PST-CardNo      PIC 9(16).
           05  PST-Terminal    PIC X(8).
           05  PST-Kind        PIC X.
           05  PST-Amount      PIC 9(10)V99.
           05  PST-TrxID       PIC X(11).

       FD  ReportOut.
       01  ReportLine          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ATM-FS           PIC XX.
       01  WS-PST-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  WS-BD-STATUS        PIC XX.
       01  WS-BUS-DATE         PIC 9(8).
       01  WS-EARLIEST         PIC 9(8).
       01  WS-POSTED-PATH      PIC X(60).
       01  WS-REPORT-PATH      PIC X(60).
       01  WS-SplType          PIC X(12) VALUE "ATMCASH".
       01  WS-AdminId          PIC 9(5) VALUE 0.
       01  WS-Mode             PIC X VALUE "P".
       01  eof                 PIC X VALUE 'N'.
       01  pst-eof             PIC X VALUE 'N'.
       01  WS-DAY              PIC 9(8).
       01  WS-DAY-LINES        PIC 9(7).
       01  WS-SKIP             PIC 9(7).
       01  WS-EXPECTED         PIC S9(11)V99.
       01  WS-NEEDED           PIC 9(12)V99.
       01  WS-DAYS-LEFT        PIC 9(5).
       01  WS-DAYS-CASH        PIC 9(5).
       01  WS-FLAG             PIC X(10).
       01  atm_count           PIC 9(5) VALUE 0.
       01  runout_count        PIC 9(5) VALUE 0.
       01  WS-TOT-LOADED       PIC 9(12)V99 VALUE 0.
       01  WS-TOT-DISP         PIC 9(12)V99 VALUE 0.
       01  WS-TOT-EXPECTED     PIC S9(12)V99 VALUE 0.
       01  WS-DSP-LOADED       PIC Z(10)9.99.
       01  WS-DSP-DISP         PIC Z(10)9.99.
       01  WS-DSP-EXPECTED     PIC -Z(10)9.99.
       01  WS-DSP-VARIANCE     PIC -Z(10)9.99.
       01  WS-DSP-AVG          PIC Z(10)9.99.
       01  WS-DSP-DAYS         PIC ZZZZ9.

       LINKAGE SECTION.
       01  LS-AdminId          PIC 9(5).
       01  LS-Mode             PIC X.

       PROCEDURE DIVISION USING OPTIONAL LS-AdminId,
           OPTIONAL LS-Mode.
       MAIN-PROCEDURE.
           IF ADDRESS OF LS-AdminId NOT = NULL
               MOVE LS-AdminId TO WS-AdminId
           END-IF
           IF ADDRESS OF LS-Mode NOT = NULL
               MOVE LS-Mode TO WS-Mode
           END-IF
           CALL '../../Utility Functions/bin/getBusinessDate'
               USING BY REFERENCE WS-BUS-DATE, WS-BD-STATUS
      *>a machine left unrolled for longer than a month starts
      *>again from the last 31 days of posted files
           COMPUTE WS-EARLIEST = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) - 30)

           OPEN I-O AtmFile
           IF WS-ATM-FS NOT = "00"
               IF WS-Mode NOT = "R"
                   DISPLAY "No ATMs on file - no cash position."
               END-IF
               GOBACK
           END-IF
           MOVE 'N' TO eof
           PERFORM UNTIL eof = 'Y'
               READ AtmFile NEXT
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       PERFORM ROLL-ONE-ATM
               END-READ
           END-PERFORM
           CLOSE AtmFile

           IF WS-Mode = "R"
               GOBACK
           END-IF
           PERFORM WRITE-POSITION-REPORT
           DISPLAY "ATM cash position - " atm_count " machine(s), "
               runout_count " forecast to run out."
           GOBACK
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>Day by day from the machine's bookmark to the business
      *>date. The posted files are only ever appended to, so the
      *>lines already taken from the bookmark day are skipped and
      *>a later import the same day is picked up by the next roll.
      *>A date with no posted file (no import that day) is passed
      *>over without touching the average.
       ROLL-ONE-ATM.
           IF ATM-RollDate = 0 OR ATM-RollDate < WS-EARLIEST
               MOVE WS-EARLIEST TO ATM-RollDate
               MOVE 0 TO ATM-RollLines
               MOVE 0 TO ATM-RollDayAmt
           END-IF
           IF ATM-RollDate > WS-BUS-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE ATM-RollDate  TO WS-DAY
           MOVE ATM-RollLines TO WS-SKIP
           PERFORM UNTIL WS-DAY > WS-BUS-DATE
               PERFORM READ-POSTED-DAY
               IF WS-DAY = WS-BUS-DATE
                   MOVE WS-DAY-LINES TO ATM-RollLines
               ELSE
                   IF WS-PST-FS = "00"
                       PERFORM FOLD-AVERAGE
                   END-IF
                   MOVE 0 TO ATM-RollDayAmt
                   MOVE 0 TO ATM-RollLines
                   MOVE 0 TO WS-SKIP
               END-IF
               MOVE WS-DAY TO ATM-RollDate
               COMPUTE WS-DAY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DAY) + 1)
           END-PERFORM
           REWRITE AtmRecord
               INVALID KEY
                   DISPLAY "Warning: ATM " ATM-Terminal
                       " not rolled forward."
           END-REWRITE
           .

       READ-POSTED-DAY.
           MOVE 0 TO WS-DAY-LINES
           MOVE SPACES TO WS-POSTED-PATH
           STRING "../../../data/ChannelPosted_" WS-DAY
               ".dat" DELIMITED BY SIZE INTO WS-POSTED-PATH
           OPEN INPUT PostedFile
           IF WS-PST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO pst-eof
           PERFORM UNTIL pst-eof = 'Y'
               READ PostedFile
                   AT END
                       MOVE 'Y' TO pst-eof
                   NOT AT END
                       ADD 1 TO WS-DAY-LINES
                       IF WS-DAY-LINES > WS-SKIP
                           AND PST-Terminal = ATM-Terminal
                           AND PST-Kind = "W"
                           ADD PST-Amount TO ATM-Dispensed
                           ADD PST-Amount TO ATM-RollDayAmt
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PostedFile
           MOVE "00" TO WS-PST-FS
           .

      *>a machine's first day sets the average outright
       FOLD-AVERAGE.
           IF ATM-AvgDaily = 0
               MOVE ATM-RollDayAmt TO ATM-AvgDaily
           ELSE
               COMPUTE ATM-AvgDaily ROUNDED =
                   (ATM-AvgDaily * 6 + ATM-RollDayAmt) / 7
           END-IF
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
       WRITE-POSITION-REPORT.
           MOVE 0 TO atm_count runout_count WS-TOT-LOADED WS-TOT-DISP
               WS-TOT-EXPECTED
           MOVE SPACES TO WS-REPORT-PATH
           STRING "../../../data/AtmCash_" WS-BUS-DATE
               ".txt" DELIMITED BY SIZE INTO WS-REPORT-PATH
           OPEN OUTPUT ReportOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY "ERROR: Cannot write the ATM cash position."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ReportLine
           STRING "ATM Cash Position - " WS-BUS-DATE
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "Terminal Br  St        Loaded     Dispensed"
               "      Expected  Last Variance   Avg per Day"
               " Days Next Load Flag"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE ALL "-" TO ReportLine
           WRITE ReportLine

           OPEN INPUT AtmFile
           MOVE 'N' TO eof
           PERFORM UNTIL eof = 'Y'
               READ AtmFile NEXT
                   AT END
                       MOVE 'Y' TO eof
                   NOT AT END
                       PERFORM WRITE-ATM-LINE
               END-READ
           END-PERFORM
           CLOSE AtmFile

           MOVE ALL "-" TO ReportLine
           WRITE ReportLine
           MOVE WS-TOT-LOADED   TO WS-DSP-LOADED
           MOVE WS-TOT-DISP     TO WS-DSP-DISP
           MOVE WS-TOT-EXPECTED TO WS-DSP-EXPECTED
           MOVE SPACES TO ReportLine
           STRING "Total          " WS-DSP-LOADED " " WS-DSP-DISP
               " " WS-DSP-EXPECTED
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING atm_count " machine(s); " runout_count
               " forecast to run out before the next load."
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           CLOSE ReportOut
           DISPLAY "ATM cash position written to "
               FUNCTION TRIM(WS-REPORT-PATH)
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-BUS-DATE,
               WS-AdminId, WS-REPORT-PATH
           .

      *>Days of cash is what the machine holds over its average
      *>day; it runs out if that falls short of the days left to
      *>the next scheduled load (a machine with no load scheduled
      *>is judged on tomorrow alone).
       WRITE-ATM-LINE.
           ADD 1 TO atm_count
           COMPUTE WS-EXPECTED = ATM-Loaded - ATM-Dispensed
           ADD ATM-Loaded    TO WS-TOT-LOADED
           ADD ATM-Dispensed TO WS-TOT-DISP
           ADD WS-EXPECTED   TO WS-TOT-EXPECTED
           MOVE 1 TO WS-DAYS-LEFT
           IF ATM-NextLoad > WS-BUS-DATE
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(ATM-NextLoad)
                   - FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
           END-IF
           MOVE 0 TO WS-DAYS-CASH
           MOVE SPACES TO WS-FLAG
           IF WS-EXPECTED < 0
               MOVE "NEGATIVE" TO WS-FLAG
           END-IF
           IF ATM-AvgDaily > 0 AND WS-EXPECTED >= 0
               COMPUTE WS-DAYS-CASH = WS-EXPECTED / ATM-AvgDaily
               COMPUTE WS-NEEDED = ATM-AvgDaily * WS-DAYS-LEFT
               IF ATM-ACTIVE AND WS-EXPECTED < WS-NEEDED
                   MOVE "RUNS OUT" TO WS-FLAG
               END-IF
           END-IF
           IF WS-FLAG NOT = SPACES
               ADD 1 TO runout_count
           END-IF
           MOVE ATM-Loaded       TO WS-DSP-LOADED
           MOVE ATM-Dispensed    TO WS-DSP-DISP
           MOVE WS-EXPECTED      TO WS-DSP-EXPECTED
           MOVE ATM-LastVariance TO WS-DSP-VARIANCE
           MOVE ATM-AvgDaily     TO WS-DSP-AVG
           MOVE WS-DAYS-CASH     TO WS-DSP-DAYS
           MOVE SPACES TO ReportLine
           STRING ATM-Terminal " " ATM-Branch " " ATM-Status " "
               WS-DSP-LOADED " " WS-DSP-DISP " " WS-DSP-EXPECTED
               " " WS-DSP-VARIANCE " " WS-DSP-AVG " " WS-DSP-DAYS
               " " ATM-NextLoad " " WS-FLAG
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           .

       END PROGRAM atmCashPosition.
