      ******************************************************************
      * Author: Sat Paing Thu
      * Date: 15.10.2026
      * Purpose: End-of-day batch run-time and SLA report, built from
      *          data/BatchStats.dat for the latest run on file. Each
      *          step is shown with its start, run time, its average
      *          over the previous 30 days and the records it read,
      *          wrote and rejected; a step over its SLA is flagged.
      *          The SLA is in minutes in TrxLimits.dat - EODSLAnn for
      *          step nn, else EODSLADF for every step (default 15) -
      *          and EODSLAWN is the whole batch window (default 240).
      *          The report closes with the batch window of every run
      *          in the last 30 days, charted, and how many runs are
      *          left before the window breaks its SLA at the current
      *          growth. Written to data/BatchSla_<date>.txt, spool
      *          BATCHSLA; breaches are raised on the dashboard.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. batchSlaReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BatchStatFile
               ASSIGN TO '../../../data/BatchStats.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BST-FS.

           SELECT paramfile ASSIGN TO "../../../data/TrxLimits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-FS.

           SELECT ReportOut ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  BatchStatFile.
       01  BatchStatLine.
           copy 'batchStatFile.cpy'.

       FD  paramfile.
       01  paramline.
           05  param-label     PIC X(8).
           05  param-value     PIC 9(10)V99.

       FD  ReportOut.
       01  ReportLine          PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-BST-FS           PIC XX.
       01  WS-PRM-FS           PIC XX.
       01  WS-OUT-FS           PIC XX.
       01  ws-eof              PIC X VALUE 'N'.
       01  WS-REPORT-PATH      PIC X(60).
       01  WS-LAST-DATE        PIC 9(8) VALUE 0.
       01  WS-LAST-INT         PIC 9(7).
       01  WS-FROM-INT         PIC 9(7).
       01  WS-ROW-INT          PIC 9(7).
       01  WS-IX               PIC 9(3).
       01  WS-DX               PIC 9(3).
       01  WS-STEP-SLA-DF      PIC 9(5)V99 VALUE 15.
       01  WS-WINDOW-SLA       PIC 9(5)V99 VALUE 240.
       01  WS-SLA-SECS         PIC 9(9).
       01  WS-AVG-SECS         PIC 9(7).
       01  WS-PCT              PIC S9(5).
       01  WS-BREACHES         PIC 9(3) VALUE 0.

      *>the latest run, one slot per step number, and every earlier
      *>run in the 30 days summed per step for the average
       01  WS-STEP-TBL.
           05  WS-STP OCCURS 60 TIMES.
               10  WS-STP-SEEN     PIC X.
               10  WS-STP-NAME     PIC X(20).
               10  WS-STP-START    PIC 9(14).
               10  WS-STP-SECS     PIC 9(7).
               10  WS-STP-READ     PIC 9(9).
               10  WS-STP-WRITTEN  PIC 9(9).
               10  WS-STP-REJECTS  PIC 9(9).
               10  WS-STP-COUNTED  PIC X.
               10  WS-STP-SLA      PIC 9(5)V99.
               10  WS-STP-HIST-SUM PIC 9(9).
               10  WS-STP-HIST-RUNS PIC 9(3).

      *>one slot per run date for the window trend
       01  WS-RUN-USED         PIC 9(3) VALUE 0.
       01  WS-LAST-SLOT        PIC 9(3) VALUE 0.
       01  WS-RUN-TBL.
           05  WS-RUN OCCURS 40 TIMES.
               10  WS-RUN-DATE     PIC 9(8).
               10  WS-RUN-FIRST    PIC 9(12).
               10  WS-RUN-LAST     PIC 9(12).
               10  WS-RUN-SECS     PIC 9(9).

       01  WS-STAMP-SECS       PIC 9(12).
       01  WS-START-SECS       PIC 9(12).
       01  WS-END-SECS         PIC 9(12).
       01  WS-STAMP-WORK.
           05  WS-STAMP-DATE   PIC 9(8).
           05  WS-STAMP-HH     PIC 9(2).
           05  WS-STAMP-MI     PIC 9(2).
           05  WS-STAMP-SS     PIC 9(2).

       01  WS-MAX-SECS         PIC 9(9).
       01  WS-BAR-LEN          PIC 9(3).
       01  WS-BAR              PIC X(50).
       01  WS-GROWTH           PIC S9(9)V99.
       01  WS-RUNS-LEFT        PIC 9(5).

       01  WS-DSP-START        PIC X(8).
       01  WS-DSP-SECS         PIC Z(6)9.
       01  WS-DSP-AVG          PIC Z(6)9.
       01  WS-DSP-PCT          PIC +ZZZ9.
       01  WS-DSP-READ         PIC Z(8)9.
       01  WS-DSP-WRITTEN      PIC Z(8)9.
       01  WS-DSP-REJECTS      PIC Z(8)9.
       01  WS-DSP-SLA          PIC ZZZZ9.
       01  WS-DSP-MINS         PIC ZZZZ9.
       01  WS-DSP-RUNS         PIC ZZZZ9.
       01  WS-FLAG             PIC X(12).

       01  WS-ALERT-SOURCE     PIC X(12) VALUE "BatchSLA".
       01  WS-ALERT-TEXT       PIC X(60).
       01  WS-SplType          PIC X(12).
       01  WS-SplAdmin         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM FIND-LAST-RUN
           IF WS-LAST-DATE = 0
               DISPLAY "No batch statistics on file yet."
               GOBACK
           END-IF
           COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(WS-LAST-DATE)
           COMPUTE WS-FROM-INT = WS-LAST-INT - 30
           INITIALIZE WS-STEP-TBL
           MOVE 0 TO WS-BREACHES WS-RUN-USED WS-LAST-SLOT
           PERFORM LOAD-SLA-LIMITS
           PERFORM LOAD-STATS

           MOVE SPACES TO WS-REPORT-PATH
           STRING "../../../data/BatchSla_" WS-LAST-DATE ".txt"
               DELIMITED BY SIZE INTO WS-REPORT-PATH
           OPEN OUTPUT ReportOut
           IF WS-OUT-FS NOT = "00"
               DISPLAY "Unable to write the batch SLA report "
                   WS-OUT-FS
               GOBACK
           END-IF
           MOVE SPACES TO ReportLine
           STRING "End-of-day batch statistics for run date "
               WS-LAST-DATE DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           MOVE SPACES TO ReportLine
           STRING "Step Job                  Start      Secs 30d avg"
               "  vs avg      Read   Written   Rejects  SLA min"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 60
               IF WS-STP-SEEN(WS-IX) = "Y"
                   PERFORM WRITE-STEP-LINE
               END-IF
           END-PERFORM

           PERFORM WRITE-WINDOW-TREND
           CLOSE ReportOut

           DISPLAY "Batch SLA report : " FUNCTION TRIM(WS-REPORT-PATH)
               " - " WS-BREACHES " SLA breach(es)"
           MOVE "BATCHSLA" TO WS-SplType
           CALL '../../Utility Functions/bin/registerSpool'
               USING BY REFERENCE WS-SplType, WS-LAST-DATE,
               WS-SplAdmin, WS-REPORT-PATH
           GOBACK
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>The latest run is the highest run date on file - the report
      *>may be asked for after the date has rolled.
       FIND-LAST-RUN.
           MOVE 'N' TO ws-eof
           OPEN INPUT BatchStatFile
           IF WS-BST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ws-eof = 'Y'
               READ BatchStatFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF BST-Date IS NUMERIC
                           AND BST-Date > WS-LAST-DATE
                           MOVE BST-Date TO WS-LAST-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BatchStatFile
           .

       LOAD-STATS.
           MOVE 'N' TO ws-eof
           OPEN INPUT BatchStatFile
           PERFORM UNTIL ws-eof = 'Y'
               READ BatchStatFile
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF BST-Date IS NUMERIC
                           AND BST-Step >= 1 AND BST-Step <= 60
                           PERFORM TAKE-STAT-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BatchStatFile
           .

       TAKE-STAT-ROW.
           COMPUTE WS-ROW-INT = FUNCTION INTEGER-OF-DATE(BST-Date)
           IF WS-ROW-INT < WS-FROM-INT OR BST-Date > WS-LAST-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE BST-Step TO WS-IX
           IF BST-Date = WS-LAST-DATE
               MOVE "Y"         TO WS-STP-SEEN(WS-IX)
               MOVE BST-JobName TO WS-STP-NAME(WS-IX)
               MOVE BST-Start   TO WS-STP-START(WS-IX)
               MOVE BST-Secs    TO WS-STP-SECS(WS-IX)
               MOVE BST-Read    TO WS-STP-READ(WS-IX)
               MOVE BST-Written TO WS-STP-WRITTEN(WS-IX)
               MOVE BST-Rejects TO WS-STP-REJECTS(WS-IX)
               MOVE BST-Counted TO WS-STP-COUNTED(WS-IX)
           ELSE
               ADD BST-Secs TO WS-STP-HIST-SUM(WS-IX)
               ADD 1 TO WS-STP-HIST-RUNS(WS-IX)
           END-IF

      *>the window of a run is its first step's start to its last
      *>step's end, across however many restarts it took
           MOVE BST-Start TO WS-STAMP-WORK
           PERFORM STAMP-TO-SECS
           MOVE WS-STAMP-SECS TO WS-START-SECS
           MOVE BST-End TO WS-STAMP-WORK
           PERFORM STAMP-TO-SECS
           MOVE WS-STAMP-SECS TO WS-END-SECS
           MOVE 0 TO WS-DX
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-RUN-USED
               IF WS-RUN-DATE(WS-IX) = BST-Date
                   MOVE WS-IX TO WS-DX
               END-IF
           END-PERFORM
           IF WS-DX = 0
               IF WS-RUN-USED >= 40
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RUN-USED
               MOVE WS-RUN-USED   TO WS-DX
               MOVE BST-Date      TO WS-RUN-DATE(WS-DX)
               MOVE WS-START-SECS TO WS-RUN-FIRST(WS-DX)
               MOVE WS-END-SECS   TO WS-RUN-LAST(WS-DX)
           END-IF
           IF WS-START-SECS < WS-RUN-FIRST(WS-DX)
               MOVE WS-START-SECS TO WS-RUN-FIRST(WS-DX)
           END-IF
           IF WS-END-SECS > WS-RUN-LAST(WS-DX)
               MOVE WS-END-SECS TO WS-RUN-LAST(WS-DX)
           END-IF
           .

       STAMP-TO-SECS.
           COMPUTE WS-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
               + WS-STAMP-HH * 3600 + WS-STAMP-MI * 60 + WS-STAMP-SS
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>EODSLADF applies to every step without its own EODSLAnn row;
      *>EODSLAWN is the whole window. All are minutes.
       LOAD-SLA-LIMITS.
           OPEN INPUT paramfile
           IF WS-PRM-FS = "00"
               MOVE 'N' TO ws-eof
               PERFORM UNTIL ws-eof = 'Y'
                   READ paramfile
                       AT END
                           MOVE 'Y' TO ws-eof
                       NOT AT END
                           PERFORM TAKE-SLA-ROW
                   END-READ
               END-PERFORM
               CLOSE paramfile
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 60
               IF WS-STP-SLA(WS-IX) = 0
                   MOVE WS-STEP-SLA-DF TO WS-STP-SLA(WS-IX)
               END-IF
           END-PERFORM
           .

       TAKE-SLA-ROW.
           IF param-label(1:6) NOT = "EODSLA"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN param-label = "EODSLADF"
                   MOVE param-value TO WS-STEP-SLA-DF
               WHEN param-label = "EODSLAWN"
                   MOVE param-value TO WS-WINDOW-SLA
               WHEN param-label(7:2) IS NUMERIC
                   MOVE param-label(7:2) TO WS-IX
                   IF WS-IX >= 1 AND WS-IX <= 60
                       MOVE param-value TO WS-STP-SLA(WS-IX)
                   END-IF
           END-EVALUATE
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
       WRITE-STEP-LINE.
           MOVE SPACES TO WS-FLAG
           MOVE SPACES TO WS-DSP-START
           STRING WS-STP-START(WS-IX)(9:2) ":"
               WS-STP-START(WS-IX)(11:2) ":"
               WS-STP-START(WS-IX)(13:2)
               DELIMITED BY SIZE INTO WS-DSP-START
           MOVE WS-STP-SECS(WS-IX) TO WS-DSP-SECS
           MOVE WS-STP-SLA(WS-IX) TO WS-DSP-SLA
           MOVE 0 TO WS-AVG-SECS
           MOVE 0 TO WS-PCT
           IF WS-STP-HIST-RUNS(WS-IX) > 0
               COMPUTE WS-AVG-SECS ROUNDED = WS-STP-HIST-SUM(WS-IX)
                   / WS-STP-HIST-RUNS(WS-IX)
               IF WS-AVG-SECS > 0
                   COMPUTE WS-PCT ROUNDED = (WS-STP-SECS(WS-IX)
                       - WS-AVG-SECS) * 100 / WS-AVG-SECS
               END-IF
           END-IF
           MOVE WS-AVG-SECS TO WS-DSP-AVG
           MOVE WS-PCT TO WS-DSP-PCT
           MOVE WS-STP-READ(WS-IX) TO WS-DSP-READ
           MOVE WS-STP-WRITTEN(WS-IX) TO WS-DSP-WRITTEN
           MOVE WS-STP-REJECTS(WS-IX) TO WS-DSP-REJECTS

           COMPUTE WS-SLA-SECS = WS-STP-SLA(WS-IX) * 60
           IF WS-STP-SECS(WS-IX) > WS-SLA-SECS
               MOVE "SLA BREACH" TO WS-FLAG
               ADD 1 TO WS-BREACHES
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "Step " WS-IX(2:2) " "
                   FUNCTION TRIM(WS-STP-NAME(WS-IX))
                   " ran " FUNCTION TRIM(WS-DSP-SECS)
                   "s, over its SLA"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               CALL '../../Utility Functions/bin/raiseDashAlert'
                   USING BY REFERENCE WS-ALERT-SOURCE, WS-ALERT-TEXT
           END-IF

           MOVE SPACES TO ReportLine
           IF WS-STP-COUNTED(WS-IX) = "Y"
               STRING WS-IX(2:2) "   " WS-STP-NAME(WS-IX) " "
                   WS-DSP-START " " WS-DSP-SECS " " WS-DSP-AVG " "
                   WS-DSP-PCT "% " WS-DSP-READ " " WS-DSP-WRITTEN " "
                   WS-DSP-REJECTS "    " WS-DSP-SLA " " WS-FLAG
                   DELIMITED BY SIZE INTO ReportLine
           ELSE
               STRING WS-IX(2:2) "   " WS-STP-NAME(WS-IX) " "
                   WS-DSP-START " " WS-DSP-SECS " " WS-DSP-AVG " "
                   WS-DSP-PCT "% "
                   "         -         -         -    "
                   WS-DSP-SLA " " WS-FLAG
                   DELIMITED BY SIZE INTO ReportLine
           END-IF
           WRITE ReportLine
           .

      *>>>>>>>>>>>>>>>>>>>>>>>>>>>>>><<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
      *>One bar per run, scaled so the longest window or the SLA,
      *>whichever is greater, fills the line. The growth per run is
      *>taken straight from the first to the latest window on file.
       WRITE-WINDOW-TREND.
           COMPUTE WS-MAX-SECS = WS-WINDOW-SLA * 60
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-RUN-USED
               COMPUTE WS-RUN-SECS(WS-DX) =
                   WS-RUN-LAST(WS-DX) - WS-RUN-FIRST(WS-DX)
               IF WS-RUN-SECS(WS-DX) > WS-MAX-SECS
                   MOVE WS-RUN-SECS(WS-DX) TO WS-MAX-SECS
               END-IF
           END-PERFORM
           IF WS-MAX-SECS = 0
               MOVE 1 TO WS-MAX-SECS
           END-IF
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-RUN-USED
               IF WS-RUN-DATE(WS-DX) = WS-LAST-DATE
                   MOVE WS-DX TO WS-LAST-SLOT
               END-IF
           END-PERFORM

           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE WS-WINDOW-SLA TO WS-DSP-SLA
           MOVE SPACES TO ReportLine
           STRING "Batch window, last 30 days (minutes; SLA "
               FUNCTION TRIM(WS-DSP-SLA) ")"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportLine
           COMPUTE WS-SLA-SECS = WS-WINDOW-SLA * 60
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-RUN-USED
               COMPUTE WS-BAR-LEN ROUNDED =
                   WS-RUN-SECS(WS-DX) * 50 / WS-MAX-SECS
               MOVE SPACES TO WS-BAR
               IF WS-BAR-LEN > 0
                   MOVE ALL "#" TO WS-BAR(1:WS-BAR-LEN)
               END-IF
               COMPUTE WS-DSP-MINS ROUNDED = WS-RUN-SECS(WS-DX) / 60
               MOVE SPACES TO WS-FLAG
               IF WS-RUN-SECS(WS-DX) > WS-SLA-SECS
                   MOVE "OVER SLA" TO WS-FLAG
               END-IF
               MOVE SPACES TO ReportLine
               STRING WS-RUN-DATE(WS-DX) " " WS-DSP-MINS " " WS-BAR
                   " " WS-FLAG DELIMITED BY SIZE INTO ReportLine
               WRITE ReportLine
           END-PERFORM

      *>the latest run's window against its SLA
           IF WS-RUN-SECS(WS-LAST-SLOT) > WS-SLA-SECS
               ADD 1 TO WS-BREACHES
               COMPUTE WS-DSP-MINS ROUNDED =
                   WS-RUN-SECS(WS-LAST-SLOT) / 60
               MOVE SPACES TO WS-ALERT-TEXT
               STRING "Batch window " FUNCTION TRIM(WS-DSP-MINS)
                   " min, over its SLA"
                   DELIMITED BY SIZE INTO WS-ALERT-TEXT
               CALL '../../Utility Functions/bin/raiseDashAlert'
                   USING BY REFERENCE WS-ALERT-SOURCE, WS-ALERT-TEXT
           END-IF

           MOVE SPACES TO ReportLine
           IF WS-RUN-USED < 2
               MOVE "Not enough runs on file to project the window."
                   TO ReportLine
               WRITE ReportLine
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GROWTH ROUNDED = (WS-RUN-SECS(WS-LAST-SLOT)
               - WS-RUN-SECS(1)) / (WS-RUN-USED - 1)
           EVALUATE TRUE
               WHEN WS-RUN-SECS(WS-LAST-SLOT) > WS-SLA-SECS
                   MOVE "The window is already over its SLA."
                       TO ReportLine
               WHEN WS-GROWTH <= 0
                   MOVE "The window is not growing."
                       TO ReportLine
               WHEN OTHER
                   COMPUTE WS-RUNS-LEFT =
                       (WS-SLA-SECS - WS-RUN-SECS(WS-LAST-SLOT))
                       / WS-GROWTH
                   MOVE WS-RUNS-LEFT TO WS-DSP-RUNS
                   STRING "At the current growth the window reaches "
                       "its SLA in about " FUNCTION TRIM(WS-DSP-RUNS)
                       " run(s)."
                       DELIMITED BY SIZE INTO ReportLine
           END-EVALUATE
           WRITE ReportLine
           .

       END PROGRAM batchSlaReport.
